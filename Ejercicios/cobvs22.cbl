      * FALLS WITHIN THE COMING 31 DAYS AND LIFTS EMP-SERVICE-YEARS   *
      * ACROSS A 5, 10 OR 20 YEAR MILESTONE, GROUPED BY MILESTONE,    *
      * SO THE SERVICE AWARDS STOP BEING MISSED. THE DAY ARITHMETIC   *
      * GOES THROUGH THE SHARED DATEUTIL ROUTINE. LEAVERS TERMINATED  *
      * THROUGH EMPTERM ARE COUNTED APART FROM ORDINARY DELETIONS.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-MILESTONE               PIC 9(02) VALUE ZERO.
       01  WS-SKIPPED-DATE-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-LISTED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-TERMINATED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-DELETED-COUNT           PIC 9(06) VALUE ZERO.
      * EMPLOYEES COLLECTED PER MILESTONE GROUP (1=5, 2=10, 3=20),
      * PRINTED GROUP BY GROUP THE COBVS13 WAY.
       01  WS-MILE-TABLE.
           05 FILLER                  PIC X(26) VALUE
              'EMPLOYEES LISTED TOTAL:   '.
           05 RPT-LISTED-COUNT        PIC ZZZZZ9.
       01  WS-EXCLUDED-LINE.
           05 RPT-EXCLUDED-LABEL      PIC X(26).
           05 RPT-EXCLUDED-COUNT      PIC ZZZZZ9.
       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.
       77 WS-DATEUTIL-PROG    PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
              IF EMP-FILE-STATUS = '00' THEN
                 IF NOT EMP-IS-DELETED
                    PERFORM P210-CHECK-ANNIVERSARY
                 ELSE
                    IF EMP-IS-TERMINATED
                       ADD 1 TO WS-TERMINATED-COUNT
                    ELSE
                       ADD 1 TO WS-DELETED-COUNT
                    END-IF
                 END-IF
              ELSE
                 SET SW-END-OF-FILE TO TRUE
           WRITE PRINT-LINE FROM WS-BLANK-LINE
           MOVE WS-LISTED-COUNT TO RPT-LISTED-COUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'TERMINATED, NOT LISTED:   ' TO RPT-EXCLUDED-LABEL
           MOVE WS-TERMINATED-COUNT TO RPT-EXCLUDED-COUNT
           WRITE PRINT-LINE FROM WS-EXCLUDED-LINE
           MOVE 'DELETED, NOT LISTED:      ' TO RPT-EXCLUDED-LABEL
           MOVE WS-DELETED-COUNT TO RPT-EXCLUDED-COUNT
           WRITE PRINT-LINE FROM WS-EXCLUDED-LINE
           CLOSE MILESTONE-REPORT
           DISPLAY 'EMPLOYEES LISTED: ' WS-LISTED-COUNT
           DISPLAY 'UNUSABLE DATES:   ' WS-SKIPPED-DATE-COUNT
           DISPLAY 'TERMINATED:       ' WS-TERMINATED-COUNT
           DISPLAY 'DELETED:          ' WS-DELETED-COUNT
           DISPLAY 'COBVS22 - SUCCESSFULLY ENDED'.
       P310-PRINT-GROUP.
           WRITE PRINT-LINE FROM WS-BLANK-LINE
