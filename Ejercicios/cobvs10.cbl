       P120-LOAD-AUDIT-DATES.
      ***************************************************************
      * WALK THE AUDIT LOG AND KEEP THE LATEST DELETED DATE PER     *
      * EMPLOYEE - THAT DATE STARTS THE RETENTION CLOCK. AN EMPTERM *
      * TERMINATION IS A DELETION FOR THIS PURPOSE.                 *
      ***************************************************************
           OPEN INPUT EMP-AUDIT-FILE
           IF EMP-AUDIT-STATUS NOT = '00'
                 READ EMP-AUDIT-FILE
                    AT END SET SW-END-OF-FILE TO TRUE
                    NOT AT END
                       IF AUDIT-ACTION = 'DELETED' OR 'TERMINATED'
                          PERFORM P130-NOTE-DELETE-DATE
                       END-IF
                 END-READ
