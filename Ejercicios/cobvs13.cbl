      * LAST PROMOTION (EMP-PROMOTION-DATE) IS OLDER THAN A THRESHOLD *
      * IN YEARS PASSED AT RUN TIME, GROUPED INTO SERVICE-YEAR BANDS  *
      * WITH A COUNT PER BAND. SOFT-DELETED RECORDS ARE SKIPPED THE   *
      * WAY COBVS5 SKIPS THEM; LEAVERS TERMINATED THROUGH EMPTERM ARE *
      * COUNTED APART FROM ORDINARY DELETIONS AT THE FOOT.            *
      *                                                               *
      * COMMAND LINE: THRESHOLD YEARS SINCE LAST PROMOTION            *
      * (DEFAULT 3).                                                  *
           05 WS-DW-DD                PIC X(02).
       01  WS-ELIGIBLE-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-SKIPPED-DATE-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-TERMINATED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-DELETED-COUNT           PIC 9(06) VALUE ZERO.
      * SERVICE-YEAR BANDS: 0-4, 5-9, 10-19, 20 AND UP.
       01  WS-BAND-COUNTS.
           05 WS-BAND-COUNT           PIC 9(06) OCCURS 4 TIMES
           05 FILLER                  PIC X(26) VALUE
              'EMPLOYEES ELIGIBLE TOTAL: '.
           05 RPT-ELIGIBLE-COUNT      PIC ZZZZZ9.
       01  WS-EXCLUDED-LINE.
           05 RPT-EXCLUDED-LABEL      PIC X(26).
           05 RPT-EXCLUDED-COUNT      PIC ZZZZZ9.
       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.
       01  WS-BAND-LABELS.
           05 FILLER                  PIC X(12) VALUE '0-4 YEARS'.
              IF EMP-FILE-STATUS = '00' THEN
                 IF NOT EMP-IS-DELETED
                    PERFORM P210-CHECK-ELIGIBILITY
                 ELSE
                    IF EMP-IS-TERMINATED
                       ADD 1 TO WS-TERMINATED-COUNT
                    ELSE
                       ADD 1 TO WS-DELETED-COUNT
                    END-IF
                 END-IF
              ELSE
                 SET SW-END-OF-FILE TO TRUE
           WRITE PROMO-PRINT-LINE FROM WS-BLANK-LINE
           MOVE WS-ELIGIBLE-COUNT TO RPT-ELIGIBLE-COUNT
           WRITE PROMO-PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'TERMINATED, NOT LISTED:   ' TO RPT-EXCLUDED-LABEL
           MOVE WS-TERMINATED-COUNT TO RPT-EXCLUDED-COUNT
           WRITE PROMO-PRINT-LINE FROM WS-EXCLUDED-LINE
           MOVE 'DELETED, NOT LISTED:      ' TO RPT-EXCLUDED-LABEL
           MOVE WS-DELETED-COUNT TO RPT-EXCLUDED-COUNT
           WRITE PROMO-PRINT-LINE FROM WS-EXCLUDED-LINE
           CLOSE PROMO-REPORT-FILE
           DISPLAY 'EMPLOYEES ELIGIBLE: ' WS-ELIGIBLE-COUNT
           DISPLAY 'UNUSABLE DATES:     ' WS-SKIPPED-DATE-COUNT
           DISPLAY 'TERMINATED:         ' WS-TERMINATED-COUNT
           DISPLAY 'DELETED:            ' WS-DELETED-COUNT
           DISPLAY 'COBVS13 - SUCCESSFULLY ENDED'.
       P310-PRINT-BAND.
           WRITE PROMO-PRINT-LINE FROM WS-BLANK-LINE
