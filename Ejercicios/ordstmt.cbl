      *
      * COMMAND LINE: FROM AND TO DATES (YYYYMMDD YYYYMMDD).
      * BLANK RUNS THE WHOLE FILE.
      *
      * LINES ORDCLOSE HAS MOVED TO AN ORDER-HISTORY FILE ARE READ
      * BACK FROM IT WHEN THE FROM DATE FALLS BEFORE THAT CLOSE'S
      * CUTOFF (CLOSE REGISTER ordclose.dat).
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL CLOSE-REGISTER ASSIGN TO "ordclose.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT HISTORY-FILE
              ASSIGN TO DYNAMIC WS-HISTORY-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO "orderstmt.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
              03 ADDR-ZIP          PIC X(10).
           02 CUSTPHONE            PIC X(14).
           02 MAILFLAG             PIC X(01).
       FD CLOSE-REGISTER.
           COPY OCLREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(81).
       FD STATEMENT-REPORT.
       01 PRINT-LINE              PIC X(70).
       WORKING-STORAGE SECTION.
       01 BLANK-LINE              PIC X(70) VALUE SPACES.
       01 WS-ORDERS-STATUS        PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-REG-EOF-FLAG         PIC X VALUE 'N'.
          88 WS-REG-EOF           VALUE 'Y'.
       01 WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-HIST-EOF          VALUE 'Y'.
       01 WS-HISTORY-NAME         PIC X(20) VALUE SPACES.
       01 WS-HIST-MISSING-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(20).
           IF WS-UNMATCHED-COUNT > ZERO
              DISPLAY 'ORDERS WITH NO CUSTOMER ON FILE: '
                 WS-UNMATCHED-COUNT
           END-IF
           IF WS-HIST-MISSING-COUNT > ZERO
              DISPLAY 'ORDER HISTORY FILES NOT FOUND: '
                 WS-HIST-MISSING-COUNT
           END-IF
           IF WS-UNMATCHED-COUNT > ZERO
              OR WS-HIST-MISSING-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
                    NOT AT END PERFORM KEEP-ORDER-IN-RANGE
                 END-READ
              END-PERFORM
              PERFORM LOAD-ORDER-HISTORY
              CLOSE ORDERS-FILE
           END-IF
           DISPLAY 'ORDERS IN RANGE:  ' WS-ORDER-COUNT.
       LOAD-ORDER-HISTORY.
      * LINES A MONTH-END CLOSE MOVED TO HISTORY STILL BELONG ON
      * THE STATEMENT WHEN THE RANGE STARTS BEFORE THAT CLOSE'S
      * CUTOFF. EACH ONE IS READ INTO THE ORDER RECORD AND TAKES THE
      * SAME RANGE CHECK AS A LIVE LINE.
           MOVE 'N' TO WS-REG-EOF-FLAG
           OPEN INPUT CLOSE-REGISTER
           IF WS-REGISTER-STATUS = '00' OR '05'
              PERFORM UNTIL WS-REG-EOF
                 READ CLOSE-REGISTER
                    AT END SET WS-REG-EOF TO TRUE
                    NOT AT END
                       IF OCL-CUTOFF-DATE > WS-FROM-DATE
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
                       PERFORM KEEP-ORDER-IN-RANGE
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.
       KEEP-ORDER-IN-RANGE.
           IF ORD-DATE < WS-FROM-DATE OR ORD-DATE > WS-TO-DATE
              CONTINUE
