      * HEADCOUNT PER DEPARTMENT PLUS THE CHANGE AGAINST THE PRIOR    *
      * RUN'S COUNTS, WHICH ARE SAVED TO cobvs20.tot THE WAY COBTRN6  *
      * SAVES ITS RUN TOTALS. UNASSIGNED EMPLOYEES AND ASSIGNMENTS    *
      * TO UNKNOWN DEPARTMENTS GET THEIR OWN LINES, AS DO LEAVERS     *
      * TERMINATED THROUGH EMPTERM AND ORDINARY SOFT DELETIONS.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ACTIVE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-UNKNOWN-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-UNASSIGNED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-TERMINATED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-DELETED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-CHANGE                  PIC S9(05) VALUE ZERO.
       01  WS-REPORT-HEADING          PIC X(33) VALUE
           'DEPARTMENT HEADCOUNT REPORT      '.
                 IF NOT EMP-IS-DELETED
                    ADD 1 TO WS-ACTIVE-COUNT
                    PERFORM P210-COUNT-EMPLOYEE
                 ELSE
                    IF EMP-IS-TERMINATED
                       ADD 1 TO WS-TERMINATED-COUNT
                    ELSE
                       ADD 1 TO WS-DELETED-COUNT
                    END-IF
                 END-IF
              ELSE
                 SET SW-END-OF-FILE TO TRUE
           MOVE 'ACTIVE EMPLOYEES:         ' TO RPT-RECAP-LABEL
           MOVE WS-ACTIVE-COUNT TO RPT-RECAP-COUNT
           WRITE PRINT-LINE FROM WS-RECAP-LINE
           MOVE 'TERMINATED EMPLOYEES:     ' TO RPT-RECAP-LABEL
           MOVE WS-TERMINATED-COUNT TO RPT-RECAP-COUNT
           WRITE PRINT-LINE FROM WS-RECAP-LINE
           MOVE 'DELETED RECORDS:          ' TO RPT-RECAP-LABEL
           MOVE WS-DELETED-COUNT TO RPT-RECAP-COUNT
           WRITE PRINT-LINE FROM WS-RECAP-LINE
           CLOSE HEADCOUNT-REPORT
           PERFORM P320-SAVE-RUN-COUNTS
           DISPLAY 'ACTIVE EMPLOYEES:    ' WS-ACTIVE-COUNT
           DISPLAY 'UNASSIGNED:          ' WS-UNASSIGNED-COUNT
           DISPLAY 'UNKNOWN DEPARTMENTS: ' WS-UNKNOWN-COUNT
           DISPLAY 'TERMINATED:          ' WS-TERMINATED-COUNT
           DISPLAY 'DELETED:             ' WS-DELETED-COUNT
           DISPLAY 'COBVS20 - SUCCESSFULLY ENDED'.
       P310-WRITE-DEPT-LINE.
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO RPT-DEPT-CODE
