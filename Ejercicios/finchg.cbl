       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FINCHG.
      ***************************************
      * MONTH-END FINANCE CHARGES ON PAST-DUE INVOICES. NETS
      * ARLEDGER.DAT BY REFERENCE THE WAY ARAGE DOES, AND FOR EACH
      * INVOICE STILL OPEN MORE THAN THE GRACE PERIOD AFTER ITS
      * DUE DATE RAISES A FINANCE CHARGE OF THE MONTHLY RATE
      * ON THE OPEN BALANCE. THE CHARGE POSTS TO THE LEDGER AS A
      * FIN LINE AGAINST THE INVOICE NUMBER (ARAGE, ARPAY, ARSTMT
      * AND ARDUN TREAT FIN AS A DEBIT ON THE INVOICE) AND IS ADDED
      * TO THE CUSTOMER'S CREDIT.DAT BALANCE. RULES:
      *   - RATE, GRACE DAYS AND MINIMUM CHARGE COME THROUGH THE
      *     SHARED PARAMS READER (FIN-RATE PERCENT A MONTH, DEFAULT
      *     1.5; FIN-GRACE DAYS PAST DUE, DEFAULT 0; FIN-MINIMUM,
      *     DEFAULT 1.00). A CHARGE BELOW THE MINIMUM IS RAISED TO
      *     IT.
      *   - THE DUE DATE IS THE ONE INVBILL STAMPED ON INVOICE.DAT,
      *     AS IN ARAGE; AN OLDER INVOICE, A FINANCE CHARGE OR A CASH
      *     REFERENCE IS DUE NET 30 FROM ITS OWN DATE.
      *   - CUSTOMERS LISTED IN finexempt.dat ARE NEVER CHARGED.
      *   - AN INVOICE ALREADY CHARGED IN THE RUN MONTH IS NOT
      *     CHARGED AGAIN, SO A RERUN CANNOT DOUBLE UP.
      * EVERY INVOICE CONSIDERED IS LISTED ON THE REGISTER
      * finchg.rpt WITH WHAT WAS DONE.
      *
      * COMMAND LINE: RUN DATE (YYYYMMDD). BLANK USES TODAY.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
           SELECT OPTIONAL EXEMPT-FILE ASSIGN TO "finexempt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXEMPT-STATUS.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
           SELECT CHARGE-REPORT ASSIGN TO "finchg.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
          02 LGR-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 LGR-TYPE             PIC X(3).
          02 FILLER               PIC X.
          02 LGR-REF              PIC 9(6).
          02 FILLER               PIC X.
          02 LGR-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 LGR-AMOUNT           PIC 9(7)V99.
       FD INVOICE-FILE.
       01 INVOICE-RECORD.
          02 INV-NUMBER           PIC 9(6).
          02 FILLER               PIC X.
          02 INV-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 INV-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 INV-AMOUNT           PIC 9(7)V99.
          02 FILLER               PIC X.
          02 INV-TAX              PIC 9(7)V99.
          02 FILLER               PIC X.
          02 INV-DUE-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 INV-DISC-DATE        PIC 9(8).
          02 FILLER               PIC X.
          02 INV-DISC-AMOUNT      PIC 9(7)V99.
          02 FILLER               PIC X.
          02 INV-FREIGHT          PIC 9(5)V99.
      * ONE CUSTOMER ID A LINE; THOSE CUSTOMERS ARE NEVER CHARGED.
       FD EXEMPT-FILE.
       01 EXEMPT-RECORD.
          02 EXM-IDNUM            PIC 9(5).
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
          02 CRD-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 CRD-LIMIT            PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-BALANCE          PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-HOLD             PIC X.
             88 CRD-ON-HOLD               VALUE 'H'.
       FD CHARGE-REPORT.
       01 PRINT-LINE              PIC X(90).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(24) VALUE
          'FINANCE CHARGE REGISTER'.
       01 RULE-LINE.
          02 FILLER               PIC X(10) VALUE 'RUN DATE  '.
          02 PRN-RUN-DATE         PIC 9(8).
          02 FILLER               PIC X(08) VALUE '  RATE  '.
          02 PRN-RATE             PIC Z9.99.
          02 FILLER               PIC X(10) VALUE ' PCT GRACE'.
          02 PRN-GRACE            PIC ZZZ9.
          02 FILLER               PIC X(15) VALUE ' DAYS  MINIMUM '.
          02 PRN-MINIMUM          PIC ZZZ9.99.
       01 COLUMN-HEADING.
          02 FILLER               PIC X(33) VALUE
             'CUSTOMER INVOICE DUE DATE DAYS   '.
          02 FILLER               PIC X(27) VALUE
             'OPEN BAL     CHARGE  ACTION'.
       01 CHARGE-DETAIL-LINE.
          02 PRN-IDNUM            PIC 9(5).
          02 FILLER               PIC X(04) VALUE SPACES.
          02 PRN-INVOICE          PIC 9(6).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-DUE-DATE         PIC 9(8).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-DAYS             PIC ZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-OPEN             PIC ZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-CHARGE           PIC ZZZZZZ9.99 BLANK WHEN ZERO.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-ACTION           PIC X(30).
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'CHARGES RAISED:      '.
          02 PRN-CHARGED          PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'MINIMUM APPLIED:     '.
          02 PRN-MIN-APPLIED      PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(21) VALUE
             'EXEMPT - NOT CHARGED:'.
          02 PRN-EXEMPT           PIC ZZZZ9.
       01 COUNT-LINE-4.
          02 FILLER               PIC X(21) VALUE
             'ALREADY CHARGED:     '.
          02 PRN-ALREADY          PIC ZZZZ9.
       01 COUNT-LINE-5.
          02 FILLER               PIC X(21) VALUE
             'TOTAL CHARGED:       '.
          02 PRN-CHARGE-TOTAL     PIC ZZZZZZZZ9.99.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(90) VALUE SPACES.
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-EXEMPT-STATUS        PIC X(2).
       01 WS-INVOICE-STATUS       PIC X(2).
       01 WS-CREDIT-STATUS        PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-FIN-RATE             PIC 9(2)V99 VALUE 1.50.
      * GRACE IS COUNTED FROM THE DUE DATE, WHICH ALREADY CARRIES
      * THE CUSTOMER'S TERMS.
       01 WS-FIN-GRACE            PIC 9(4) VALUE ZERO.
       01 WS-FIN-MINIMUM          PIC 9(4)V99 VALUE 1.00.
      * OPEN BALANCE PER INVOICE, NETTED AS THE LEDGER IS READ,
      * AND WHETHER IT HAS ALREADY BEEN CHARGED IN THE RUN MONTH.
       01 WS-INVOICE-TABLE.
          05 WS-INVOICE-ENTRY OCCURS 2000 TIMES.
             10 WS-INV-IDNUM      PIC 9(5).
             10 WS-INV-NUMBER     PIC 9(6).
             10 WS-INV-DATE       PIC 9(8).
             10 WS-INV-BALANCE    PIC S9(8)V99.
             10 WS-INV-DUE        PIC 9(8).
             10 WS-INV-CHARGED    PIC X.
       01 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX          PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(4) VALUE ZERO.
       01 WS-EXEMPT-TABLE.
          05 WS-EXEMPT-IDNUM      PIC 9(5) OCCURS 500 TIMES.
       01 WS-EXEMPT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-EXEMPT-IDX           PIC 9(3) VALUE ZERO.
       01 WS-IS-EXEMPT            PIC X VALUE 'N'.
       01 WS-CREDIT-TABLE.
          05 WS-CREDIT-ENTRY OCCURS 1000 TIMES.
             10 WS-CRD-IDNUM      PIC 9(5).
             10 WS-CRD-LIMIT      PIC 9(7)V99.
             10 WS-CRD-BALANCE    PIC 9(7)V99.
             10 WS-CRD-HOLD       PIC X.
       01 WS-CREDIT-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-IDX           PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-FOUND         PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-CHANGED       PIC X VALUE 'N'.
       01 WS-AGE-DAYS             PIC S9(7) VALUE ZERO.
       01 WS-DUE-DATE             PIC 9(8) VALUE ZERO.
       01 WS-CHARGE               PIC 9(7)V99 VALUE ZERO.
       01 WS-CHARGED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-MIN-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-EXEMPT-SKIPPED       PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-CHARGE-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-PARAMS-PROG          PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION         PIC X(5).
          05 PARM-TEXT             PIC X(100).
          05 PARM-KEY              PIC X(20).
          05 PARM-VALUE            PIC X(20).
          05 PARM-RC               PIC 9(2).
       01 WS-DATEUTIL-PROG        PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'FINCHG'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'FINCHG - MONTH-END FINANCE CHARGES'
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:8) IS NUMERIC
              MOVE WS-CMDLINE(1:8) TO WS-RUN-DATE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM READ-CHARGE-PARMS
           PERFORM LOAD-EXEMPT-TABLE
           PERFORM LOAD-CREDIT-TABLE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY 'NO ARLEDGER.DAT - NOTHING TO CHARGE, STATUS: '
                 WS-LEDGER-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
              READ LEDGER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM NET-ONE-POSTING
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           PERFORM LOAD-DUE-DATES
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING ARLEDGER.DAT, STATUS: '
                 WS-LEDGER-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT CHARGE-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-RUN-DATE    TO PRN-RUN-DATE
           MOVE WS-FIN-RATE    TO PRN-RATE
           MOVE WS-FIN-GRACE   TO PRN-GRACE
           MOVE WS-FIN-MINIMUM TO PRN-MINIMUM
           WRITE PRINT-LINE FROM RULE-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING
           PERFORM CHARGE-ONE-INVOICE
              VARYING WS-INVOICE-IDX FROM 1 BY 1
              UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
           CLOSE LEDGER-FILE
           IF WS-CREDIT-CHANGED = 'Y'
              PERFORM REWRITE-CREDIT-FILE
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-CHARGED-COUNT  TO PRN-CHARGED
           MOVE WS-MIN-COUNT      TO PRN-MIN-APPLIED
           MOVE WS-EXEMPT-SKIPPED TO PRN-EXEMPT
           MOVE WS-ALREADY-COUNT  TO PRN-ALREADY
           MOVE WS-CHARGE-TOTAL   TO PRN-CHARGE-TOTAL
           WRITE PRINT-LINE FROM COUNT-LINE-1
           WRITE PRINT-LINE FROM COUNT-LINE-2
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM COUNT-LINE-4
           WRITE PRINT-LINE FROM COUNT-LINE-5
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE CHARGE-REPORT
           DISPLAY 'FINANCE CHARGES RAISED: ' WS-CHARGED-COUNT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           MOVE WS-CHARGE-TOTAL TO PRN-CHARGE-TOTAL
           STRING 'FINANCE CHARGES RAISED ' WS-CHARGED-COUNT
              ' TOTAL ' PRN-CHARGE-TOTAL
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           MOVE 0 TO RETURN-CODE
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE RUN ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       READ-CHARGE-PARMS.
      * RATE, GRACE AND MINIMUM COME THROUGH THE SHARED PARAMS
      * READER; A MISSING OR BLANK KEY KEEPS THE DEFAULT.
           MOVE 'FILE' TO PARM-FUNCTION
           MOVE SPACES TO PARM-TEXT
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'FIN-RATE' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE NOT = SPACES
              COMPUTE WS-FIN-RATE = FUNCTION NUMVAL(PARM-VALUE)
           END-IF
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'FIN-GRACE' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE NOT = SPACES
              COMPUTE WS-FIN-GRACE = FUNCTION NUMVAL(PARM-VALUE)
           END-IF
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'FIN-MINIMUM' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE NOT = SPACES
              COMPUTE WS-FIN-MINIMUM = FUNCTION NUMVAL(PARM-VALUE)
           END-IF.
       LOAD-EXEMPT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EXEMPT-FILE
           IF WS-EXEMPT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-EXEMPT-COUNT >= 500
                 READ EXEMPT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF EXM-IDNUM IS NUMERIC
                          ADD 1 TO WS-EXEMPT-COUNT
                          MOVE EXM-IDNUM
                             TO WS-EXEMPT-IDNUM(WS-EXEMPT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXEMPT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-CREDIT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-CREDIT-COUNT >= 1000
                 READ CREDIT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CREDIT-COUNT
                       MOVE CRD-IDNUM
                          TO WS-CRD-IDNUM(WS-CREDIT-COUNT)
                       MOVE CRD-LIMIT
                          TO WS-CRD-LIMIT(WS-CREDIT-COUNT)
                       MOVE CRD-BALANCE
                          TO WS-CRD-BALANCE(WS-CREDIT-COUNT)
                       MOVE CRD-HOLD
                          TO WS-CRD-HOLD(WS-CREDIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CREDIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       NET-ONE-POSTING.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
              UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
              IF WS-INV-NUMBER(WS-INVOICE-IDX) = LGR-REF
                 MOVE WS-INVOICE-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO AND WS-INVOICE-COUNT < 2000
              ADD 1 TO WS-INVOICE-COUNT
              MOVE WS-INVOICE-COUNT TO WS-FOUND-IDX
              MOVE LGR-IDNUM TO WS-INV-IDNUM(WS-FOUND-IDX)
              MOVE LGR-REF   TO WS-INV-NUMBER(WS-FOUND-IDX)
              MOVE LGR-DATE  TO WS-INV-DATE(WS-FOUND-IDX)
              MOVE ZERO      TO WS-INV-BALANCE(WS-FOUND-IDX)
              MOVE 'N'       TO WS-INV-CHARGED(WS-FOUND-IDX)
              MOVE ZERO      TO WS-INV-DUE(WS-FOUND-IDX)
           END-IF
           IF WS-FOUND-IDX > ZERO
              EVALUATE LGR-TYPE
                 WHEN 'INV'
                    ADD LGR-AMOUNT
                       TO WS-INV-BALANCE(WS-FOUND-IDX)
      * THE INVOICE POSTING, NOT A LATER CREDIT, DATES THE AGE.
                    MOVE LGR-DATE TO WS-INV-DATE(WS-FOUND-IDX)
                 WHEN 'FIN'
                    ADD LGR-AMOUNT
                       TO WS-INV-BALANCE(WS-FOUND-IDX)
                    IF LGR-DATE(1:6) = WS-RUN-DATE(1:6)
                       MOVE 'Y' TO WS-INV-CHARGED(WS-FOUND-IDX)
                    END-IF
                 WHEN 'PAY'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'CRM'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'WOF'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'DSC'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
      * UNAPPLIED CASH FROM LBXIMP STANDS AS A CREDIT UNDER ITS OWN
      * REFERENCE UNTIL UAAPPLY TAKES IT BACK OFF (UAP).
                 WHEN 'UAC'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'UAP'
                    ADD LGR-AMOUNT
                       TO WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN OTHER
                    DISPLAY 'UNKNOWN LEDGER TYPE SKIPPED: '
                       LEDGER-RECORD
              END-EVALUATE
           END-IF.
       CHARGE-ONE-INVOICE.
           IF WS-INV-BALANCE(WS-INVOICE-IDX) > ZERO
              PERFORM SET-INVOICE-AGE
              IF WS-AGE-DAYS > WS-FIN-GRACE
                 PERFORM DECIDE-CHARGE
              END-IF
           END-IF.
       LOAD-DUE-DATES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ INVOICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TAKE-ONE-DUE-DATE
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       TAKE-ONE-DUE-DATE.
           IF INV-DUE-DATE IS NUMERIC
              PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
                 UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
                 IF WS-INV-NUMBER(WS-INVOICE-IDX) = INV-NUMBER
                    MOVE INV-DUE-DATE TO WS-INV-DUE(WS-INVOICE-IDX)
                 END-IF
              END-PERFORM
           END-IF.
       SET-INVOICE-AGE.
      * DAYS PAST THE DUE DATE FROM THE SHARED DATE ROUTINE; AN
      * UNDATEABLE LINE IS TREATED AS PAST GRACE AND LISTED.
           PERFORM SET-DUE-DATE
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'DIFF' TO DU-FUNCTION
           STRING WS-DUE-DATE(1:4) '-' WS-DUE-DATE(5:2) '-'
              WS-DUE-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-1
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2)
              '-' WS-RUN-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-2
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           IF DU-RC = ZERO
              MOVE DU-DAYS TO WS-AGE-DAYS
           ELSE
              MOVE 9999 TO WS-AGE-DAYS
           END-IF.
       SET-DUE-DATE.
      * NO DUE DATE ON INVOICE.DAT: NET 30 FROM THE ITEM'S OWN DATE.
           MOVE WS-INV-DUE(WS-INVOICE-IDX) TO WS-DUE-DATE
           IF WS-DUE-DATE = ZERO
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'ADD' TO DU-FUNCTION
              STRING WS-INV-DATE(WS-INVOICE-IDX)(1:4) '-'
                 WS-INV-DATE(WS-INVOICE-IDX)(5:2) '-'
                 WS-INV-DATE(WS-INVOICE-IDX)(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              MOVE 30 TO DU-DAYS
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                    DU-RESULT-DATE(9:2)
                    DELIMITED BY SIZE INTO WS-DUE-DATE
              END-IF
           END-IF.
       DECIDE-CHARGE.
           MOVE 'N' TO WS-IS-EXEMPT
           PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
              UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
              IF WS-EXEMPT-IDNUM(WS-EXEMPT-IDX)
                 = WS-INV-IDNUM(WS-INVOICE-IDX)
                 MOVE 'Y' TO WS-IS-EXEMPT
              END-IF
           END-PERFORM
           MOVE SPACES TO CHARGE-DETAIL-LINE
           MOVE WS-INV-IDNUM(WS-INVOICE-IDX)   TO PRN-IDNUM
           MOVE WS-INV-NUMBER(WS-INVOICE-IDX)  TO PRN-INVOICE
           MOVE WS-DUE-DATE                    TO PRN-DUE-DATE
           MOVE WS-AGE-DAYS                    TO PRN-DAYS
           MOVE WS-INV-BALANCE(WS-INVOICE-IDX) TO PRN-OPEN
           MOVE ZERO TO PRN-CHARGE
           EVALUATE TRUE
              WHEN WS-IS-EXEMPT = 'Y'
                 ADD 1 TO WS-EXEMPT-SKIPPED
                 MOVE 'EXEMPT - NOT CHARGED' TO PRN-ACTION
              WHEN WS-INV-CHARGED(WS-INVOICE-IDX) = 'Y'
                 ADD 1 TO WS-ALREADY-COUNT
                 MOVE 'ALREADY CHARGED THIS MONTH' TO PRN-ACTION
              WHEN OTHER
                 COMPUTE WS-CHARGE ROUNDED =
                    WS-INV-BALANCE(WS-INVOICE-IDX) * WS-FIN-RATE / 100
                 IF WS-CHARGE < WS-FIN-MINIMUM
                    MOVE WS-FIN-MINIMUM TO WS-CHARGE
                    ADD 1 TO WS-MIN-COUNT
                    MOVE 'CHARGED - MINIMUM' TO PRN-ACTION
                 ELSE
                    MOVE 'CHARGED' TO PRN-ACTION
                 END-IF
                 PERFORM POST-FINANCE-CHARGE
                 MOVE WS-CHARGE TO PRN-CHARGE
           END-EVALUATE
           WRITE PRINT-LINE FROM CHARGE-DETAIL-LINE.
       POST-FINANCE-CHARGE.
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-INV-IDNUM(WS-INVOICE-IDX)  TO LGR-IDNUM
           MOVE 'FIN'                         TO LGR-TYPE
           MOVE WS-INV-NUMBER(WS-INVOICE-IDX) TO LGR-REF
           MOVE WS-RUN-DATE                   TO LGR-DATE
           MOVE WS-CHARGE                     TO LGR-AMOUNT
           WRITE LEDGER-RECORD
           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-CHARGE TO WS-CHARGE-TOTAL
      * THE CHARGE IS OWED LIKE ANY OTHER DEBIT, SO IT GOES ON THE
      * CREDIT BALANCE THAT ARPAY RELIEVES.
           MOVE ZERO TO WS-CREDIT-FOUND
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
              UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
              IF WS-CRD-IDNUM(WS-CREDIT-IDX)
                 = WS-INV-IDNUM(WS-INVOICE-IDX)
                 MOVE WS-CREDIT-IDX TO WS-CREDIT-FOUND
              END-IF
           END-PERFORM
           IF WS-CREDIT-FOUND > ZERO
              ADD WS-CHARGE TO WS-CRD-BALANCE(WS-CREDIT-FOUND)
              MOVE 'Y' TO WS-CREDIT-CHANGED
           END-IF.
       REWRITE-CREDIT-FILE.
           OPEN OUTPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING CREDIT.DAT, STATUS: '
                 WS-CREDIT-STATUS
           ELSE
              PERFORM WRITE-ONE-CREDIT
                 VARYING WS-CREDIT-IDX FROM 1 BY 1
                 UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
              CLOSE CREDIT-FILE
           END-IF.
       WRITE-ONE-CREDIT.
           MOVE SPACES TO CREDIT-RECORD
           MOVE WS-CRD-IDNUM(WS-CREDIT-IDX)   TO CRD-IDNUM
           MOVE WS-CRD-LIMIT(WS-CREDIT-IDX)   TO CRD-LIMIT
           MOVE WS-CRD-BALANCE(WS-CREDIT-IDX) TO CRD-BALANCE
           MOVE WS-CRD-HOLD(WS-CREDIT-IDX)    TO CRD-HOLD
           WRITE CREDIT-RECORD.
       END PROGRAM FINCHG.
