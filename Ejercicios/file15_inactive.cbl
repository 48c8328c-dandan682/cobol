      *
      * THE MONTHS THRESHOLD COMES THROUGH THE SHARED PARAMS READER
      * (INACT-MONTHS IN RUNPARMS.DAT, DEFAULT 24). A MONTH COUNTS
      * AS 30 DAYS FOR THE CUTOFF. ORDER LINES ORDCLOSE HAS MOVED
      * TO AN ORDER-HISTORY FILE COUNT AS ACTIVITY WHEN THAT CLOSE'S
      * CUTOFF FALLS AFTER THE INACTIVITY CUTOFF.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT OPTIONAL CLOSE-REGISTER ASSIGN TO "ordclose.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT HISTORY-FILE
              ASSIGN TO DYNAMIC WS-HISTORY-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           02 MAILFLAG             PIC X(01).
       FD ORDERS-FILE.
           COPY ORDREC.
       FD CLOSE-REGISTER.
           COPY OCLREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(81).
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
          02 LGR-IDNUM            PIC 9(5).
       01 WS-ORDERS-STATUS         PIC X(2).
       01 WS-LEDGER-STATUS         PIC X(2).
       01 WS-PURGE-STATUS          PIC X(2).
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-REG-EOF-FLAG         PIC X VALUE 'N'.
          88 WS-REG-EOF           VALUE 'Y'.
       01 WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-HIST-EOF          VALUE 'Y'.
       01 WS-HISTORY-NAME         PIC X(20) VALUE SPACES.
       01 WS-HIST-MISSING-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
       01 WS-INACT-MONTHS          PIC 9(4) VALUE 24.
           CLOSE REVIEW-REPORT
           DISPLAY 'CUSTOMERS REVIEWED: ' WS-REVIEWED-COUNT
           DISPLAY 'PURGE CANDIDATES:   ' WS-CANDIDATE-COUNT
           IF WS-HIST-MISSING-COUNT > ZERO
              DISPLAY 'ORDER HISTORY FILES NOT FOUND: '
                 WS-HIST-MISSING-COUNT
           END-IF
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'INACTIVITY RUN - CANDIDATES '
              WS-CANDIDATE-COUNT ' OF ' WS-REVIEWED-COUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           IF WS-HIST-MISSING-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
                       PERFORM NOTE-ACTIVITY-DATE
                 END-READ
              END-PERFORM
              PERFORM LOAD-ORDER-HISTORY
              CLOSE ORDERS-FILE
           END-IF.
       LOAD-ORDER-HISTORY.
      * AN ORDER LINE A MONTH-END CLOSE MOVED TO HISTORY IS STILL
      * ACTIVITY. ONLY CLOSES WHOSE CUTOFF FALLS AFTER THE INACTIVITY
      * CUTOFF CAN HOLD LINES THAT KEEP A CUSTOMER OFF THE LIST.
           MOVE 'N' TO WS-REG-EOF-FLAG
           OPEN INPUT CLOSE-REGISTER
           IF WS-REGISTER-STATUS = '00' OR '05'
              PERFORM UNTIL WS-REG-EOF
                 READ CLOSE-REGISTER
                    AT END SET WS-REG-EOF TO TRUE
                    NOT AT END
                       IF OCL-CUTOFF-DATE > WS-CUTOFF-DATE
                          PERFORM READ-ONE-HISTORY-FILE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOSE-REGISTER
           END-IF.
       READ-ONE-HISTORY-FILE.
           MOVE SPACES TO WS-HISTORY-NAME
           STRING 'ordhist-' OCL-CLOSE-DATE '.dat'
              DELIMITED BY SIZE INTO WS-HISTORY-NAME
           MOVE 'N' TO WS-HIST-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
              DISPLAY 'ORDER HISTORY NOT FOUND: ' WS-HISTORY-NAME
                 ', STATUS: ' WS-HISTORY-STATUS
              ADD 1 TO WS-HIST-MISSING-COUNT
           ELSE
              PERFORM UNTIL WS-HIST-EOF
                 READ HISTORY-FILE INTO ORDER-RECORD
                    AT END SET WS-HIST-EOF TO TRUE
                    NOT AT END
                       MOVE ORD-IDNUM TO WS-WORK-IDNUM
                       MOVE ORD-DATE  TO WS-WORK-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.
       NOTE-LEDGER-ACTIVITY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEDGER-FILE
