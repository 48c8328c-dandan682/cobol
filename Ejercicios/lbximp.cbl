       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LBXIMP.
      ***************************************
      * DAILY BANK LOCKBOX IMPORT. READS THE BANK'S lockbox.dat
      * (LAYOUT IN LBXREC) ONE BATCH AT A TIME AND BALANCES THE
      * CHEQUES IN EACH BATCH AGAINST THE BANK'S TRAILER COUNT AND
      * TOTAL. FOR A BALANCED BATCH EVERY CHEQUE IS TAKEN IN:
      *   - A REMITTANCE NAMING A KNOWN CUSTOMER AND ONE OF THAT
      *     CUSTOMER'S INVOICES BECOMES A PAYMENT RECORD ON
      *     arpay.dat, FOR ARPAY TO POST IN THE USUAL WAY.
      *   - ANY OTHER CHEQUE (NO INVOICE, AN UNKNOWN INVOICE, AN
      *     INVOICE OF ANOTHER CUSTOMER, OR AN UNKNOWN CUSTOMER) IS
      *     NEVER SENT BACK: IT IS POSTED AS UNAPPLIED CASH - A UAC
      *     LINE ON ARLEDGER.DAT AND AN ENTRY ON UNAPPLY.DAT - ON THE
      *     CUSTOMER'S ACCOUNT (CUSTOMER 00000 WHEN THE CUSTOMER
      *     CANNOT BE TOLD), AND RELIEVES CREDIT.DAT AS A PAYMENT
      *     WOULD. UAAPPLY LATER APPLIES IT TO INVOICES.
      * A BATCH THAT DOES NOT BALANCE, HAS NO TRAILER, OR CARRIES A
      * RECORD THAT CANNOT BE READ IS NOT TAKEN IN AT ALL; ITS
      * RECORDS ARE COPIED UNCHANGED TO lbxhold.dat FOR THE BANK TO
      * BE QUERIED, AND CAN BE FED BACK THROUGH lockbox.dat ONCE
      * CORRECTED. lockbox.dat IS RESET EMPTY AFTER THE RUN SO A
      * RERUN CANNOT TAKE THE SAME CHEQUES TWICE.
      * RETURN CODE 4 WHEN ANY CASH WENT TO UNAPPLIED, 8 WHEN ANY
      * BATCH WAS HELD.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "lockbox.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCKBOX-STATUS.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "lbxhold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLD-STATUS.
           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO "arpay.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT OPTIONAL UNAPPLIED-FILE ASSIGN TO "UNAPPLY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UNAPPLIED-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
           SELECT LOCKBOX-REPORT ASSIGN TO "lockbox.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOX-FILE.
           COPY LBXREC.
       FD HOLD-FILE.
       01 HOLD-RECORD             PIC X(35).
       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
          02 PAY-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 PAY-INVOICE          PIC 9(6).
          02 FILLER               PIC X.
          02 PAY-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 PAY-AMOUNT           PIC 9(7)V99.
       FD UNAPPLIED-FILE.
           COPY UAREC.
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
       FD CUSTOMER-FILE.
       01 CUSTOMERDATA.
           02 IDNUM                PIC 9(5).
           02 CUSTNAME.
              03 FIRSTNAME         PIC X(15).
              03 LASTNAME          PIC X(15).
           02 CUSTADDR.
              03 ADDR-LINE1        PIC X(25).
              03 ADDR-CITY         PIC X(15).
              03 ADDR-STATE        PIC X(02).
              03 ADDR-ZIP          PIC X(10).
           02 CUSTPHONE            PIC X(14).
           02 MAILFLAG             PIC X(01).
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
       FD LOCKBOX-REPORT.
       01 PRINT-LINE              PIC X(90).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(24) VALUE
          'LOCKBOX IMPORT REGISTER'.
       01 BATCH-HEADING.
          02 FILLER               PIC X(06) VALUE 'BATCH '.
          02 PRN-BATCH            PIC 9(4).
          02 FILLER               PIC X(10) VALUE '  DEPOSIT '.
          02 PRN-DEPOSIT-DATE     PIC 9(8).
       01 COLUMN-HEADING.
          02 FILLER               PIC X(30) VALUE
             'CHEQUE     CUST  INVOICE     '.
          02 FILLER               PIC X(26) VALUE
             'AMOUNT  DISPOSITION'.
       01 REMIT-DETAIL-LINE.
          02 PRN-CHEQUE           PIC X(10).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-IDNUM            PIC X(05).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-INVOICE          PIC X(06).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-AMOUNT           PIC ZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-DISPOSITION      PIC X(40).
       01 BATCH-RESULT-LINE.
          02 FILLER               PIC X(07) VALUE 'ITEMS  '.
          02 PRN-ITEMS            PIC ZZZZ9.
          02 FILLER               PIC X(08) VALUE '  TOTAL '.
          02 PRN-TOTAL            PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(08) VALUE '  BANK  '.
          02 PRN-BANK-ITEMS       PIC ZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-BANK-TOTAL       PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-BATCH-RESULT     PIC X(24).
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'BATCHES BALANCED:    '.
          02 PRN-BALANCED         PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'BATCHES HELD:        '.
          02 PRN-HELD             PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(21) VALUE
             'SENT TO ARPAY:       '.
          02 PRN-MATCHED          PIC ZZZZ9.
          02 FILLER               PIC X(08) VALUE ' AMOUNT '.
          02 PRN-MATCHED-TOTAL    PIC ZZZZZZZZ9.99.
       01 COUNT-LINE-4.
          02 FILLER               PIC X(21) VALUE
             'UNAPPLIED CASH:      '.
          02 PRN-UNAPPLIED        PIC ZZZZ9.
          02 FILLER               PIC X(08) VALUE ' AMOUNT '.
          02 PRN-UNAPPLIED-TOTAL  PIC ZZZZZZZZ9.99.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(90) VALUE SPACES.
       01 WS-LOCKBOX-STATUS       PIC X(2).
       01 WS-HOLD-STATUS          PIC X(2).
       01 WS-PAYMENT-STATUS       PIC X(2).
       01 WS-UNAPPLIED-STATUS     PIC X(2).
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-INVOICE-STATUS       PIC X(2).
       01 WS-CUSTOMER-STATUS      PIC X(2).
       01 WS-CREDIT-STATUS        PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CURRENT-DATE         PIC 9(8).
      * THE RECORDS OF THE BATCH BEING READ, HEADER FIRST, HELD
      * UNTIL ITS TRAILER SAYS WHETHER IT CAN BE TAKEN IN.
       01 WS-BATCH-TABLE.
          05 WS-BATCH-LINE        PIC X(35) OCCURS 1000 TIMES.
       01 WS-BATCH-LINES          PIC 9(4) VALUE ZERO.
       01 WS-BATCH-IDX            PIC 9(4) VALUE ZERO.
       01 WS-BATCH-OPEN           PIC X VALUE 'N'.
       01 WS-BATCH-BAD            PIC X VALUE 'N'.
       01 WS-BATCH-NUMBER         PIC 9(4) VALUE ZERO.
       01 WS-DEPOSIT-DATE         PIC 9(8) VALUE ZERO.
       01 WS-BATCH-ITEMS          PIC 9(5) VALUE ZERO.
       01 WS-BATCH-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-HOLD-REASON          PIC X(24).
       01 WS-INVOICE-TABLE.
          05 WS-INVOICE-ENTRY OCCURS 2000 TIMES.
             10 WS-INV-NUMBER     PIC 9(6).
             10 WS-INV-IDNUM      PIC 9(5).
       01 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX          PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-FOUND        PIC 9(4) VALUE ZERO.
       01 WS-CUSTOMER-TABLE.
          05 WS-CUST-IDNUM        PIC 9(5) OCCURS 1000 TIMES.
       01 WS-CUSTOMER-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-CUSTOMER-IDX         PIC 9(4) VALUE ZERO.
       01 WS-CUSTOMER-KNOWN       PIC X VALUE 'N'.
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
      * UNAPPLIED-CASH NUMBERS RUN FROM 900001 SO THE UAC LEDGER
      * REFERENCE CAN NEVER BE TAKEN FOR AN INVOICE NUMBER.
       01 WS-NEXT-UA              PIC 9(6) VALUE 900000.
       01 WS-UA-IDNUM             PIC 9(5) VALUE ZERO.
       01 WS-UA-REASON            PIC X(16).
       01 WS-BALANCED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-MATCHED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-MATCHED-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-UNAPPLIED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-UNAPPLIED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'LBXIMP'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'LBXIMP - BANK LOCKBOX IMPORT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-INVOICE-TABLE
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-CREDIT-TABLE
           PERFORM FIND-NEXT-UA-NUMBER
           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-STATUS NOT = '00'
              DISPLAY 'NO lockbox.dat - NOTHING TO IMPORT, STATUS: '
                 WS-LOCKBOX-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING arpay.dat, STATUS: '
                 WS-PAYMENT-STATUS
              CLOSE LOCKBOX-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING ARLEDGER.DAT, STATUS: '
                 WS-LEDGER-STATUS
              CLOSE LOCKBOX-FILE, PAYMENT-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING UNAPPLY.DAT, STATUS: '
                 WS-UNAPPLIED-STATUS
              CLOSE LOCKBOX-FILE, PAYMENT-FILE, LEDGER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING lbxhold.dat, STATUS: '
                 WS-HOLD-STATUS
              CLOSE LOCKBOX-FILE, PAYMENT-FILE, LEDGER-FILE,
                 UNAPPLIED-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT LOCKBOX-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
              READ LOCKBOX-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM TAKE-ONE-RECORD
              END-READ
           END-PERFORM
           IF WS-BATCH-OPEN = 'Y'
              MOVE 'NO TRAILER - HELD' TO WS-HOLD-REASON
              PERFORM HOLD-BATCH
           END-IF
           CLOSE LOCKBOX-FILE, PAYMENT-FILE, LEDGER-FILE,
              UNAPPLIED-FILE, HOLD-FILE
           IF WS-CREDIT-CHANGED = 'Y'
              PERFORM REWRITE-CREDIT-FILE
           END-IF
           PERFORM RESET-LOCKBOX-FILE
           MOVE WS-BALANCED-COUNT  TO PRN-BALANCED
           MOVE WS-HELD-COUNT      TO PRN-HELD
           MOVE WS-MATCHED-COUNT   TO PRN-MATCHED
           MOVE WS-MATCHED-TOTAL   TO PRN-MATCHED-TOTAL
           MOVE WS-UNAPPLIED-COUNT TO PRN-UNAPPLIED
           MOVE WS-UNAPPLIED-TOTAL TO PRN-UNAPPLIED-TOTAL
           WRITE PRINT-LINE FROM COUNT-LINE-1
           WRITE PRINT-LINE FROM COUNT-LINE-2
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM COUNT-LINE-4
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE LOCKBOX-REPORT
           DISPLAY 'BATCHES BALANCED: ' WS-BALANCED-COUNT
              ' HELD: ' WS-HELD-COUNT
           DISPLAY 'CHEQUES TO ARPAY: ' WS-MATCHED-COUNT
              ' UNAPPLIED: ' WS-UNAPPLIED-COUNT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'LOCKBOX BATCHES ' WS-BALANCED-COUNT ' HELD '
              WS-HELD-COUNT ' TO ARPAY ' WS-MATCHED-COUNT
              ' UNAPPLIED ' WS-UNAPPLIED-COUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           EVALUATE TRUE
              WHEN WS-HELD-COUNT > ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNAPPLIED-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE RUN ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-INVOICE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00'
              DISPLAY 'NO INVOICE.DAT, STATUS: ' WS-INVOICE-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-INVOICE-COUNT >= 2000
                 READ INVOICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-INVOICE-COUNT
                       MOVE INV-NUMBER
                          TO WS-INV-NUMBER(WS-INVOICE-COUNT)
                       MOVE INV-IDNUM
                          TO WS-INV-IDNUM(WS-INVOICE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF.
       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
              DISPLAY 'NO CUSTOMER.DAT, STATUS: ' WS-CUSTOMER-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-CUSTOMER-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       MOVE IDNUM TO WS-CUST-IDNUM(WS-CUSTOMER-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF.
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
           END-IF.
       FIND-NEXT-UA-NUMBER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ UNAPPLIED-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF UA-NUMBER > WS-NEXT-UA
                          MOVE UA-NUMBER TO WS-NEXT-UA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE UNAPPLIED-FILE
           END-IF
           ADD 1 TO WS-NEXT-UA.
       TAKE-ONE-RECORD.
           EVALUATE TRUE
              WHEN LBX-HEADER
                 IF WS-BATCH-OPEN = 'Y'
                    MOVE 'NO TRAILER - HELD' TO WS-HOLD-REASON
                    PERFORM HOLD-BATCH
                 END-IF
                 PERFORM START-BATCH
                 IF LBX-HDR-BATCH IS NUMERIC
                    MOVE LBX-HDR-BATCH TO WS-BATCH-NUMBER
                 ELSE
                    MOVE 'Y' TO WS-BATCH-BAD
                 END-IF
                 IF LBX-DEPOSIT-DATE IS NUMERIC
                    MOVE LBX-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                 ELSE
                    MOVE 'Y' TO WS-BATCH-BAD
                 END-IF
                 PERFORM KEEP-BATCH-LINE
              WHEN LBX-DETAIL
      * A CHEQUE AHEAD OF ANY HEADER STILL BELONGS TO A BATCH THAT
      * CAN BE HELD; IT IS NEVER DROPPED.
                 IF WS-BATCH-OPEN NOT = 'Y'
                    PERFORM START-BATCH
                    MOVE 'Y' TO WS-BATCH-BAD
                 END-IF
                 PERFORM KEEP-BATCH-LINE
                 ADD 1 TO WS-BATCH-ITEMS
                 IF LBX-AMOUNT IS NUMERIC
                    ADD LBX-AMOUNT TO WS-BATCH-TOTAL
                 ELSE
                    MOVE 'Y' TO WS-BATCH-BAD
                 END-IF
              WHEN LBX-TRAILER
                 IF WS-BATCH-OPEN NOT = 'Y'
                    PERFORM START-BATCH
                    MOVE 'Y' TO WS-BATCH-BAD
                 END-IF
                 PERFORM KEEP-BATCH-LINE
                 PERFORM CHECK-BATCH-TRAILER
              WHEN OTHER
                 IF WS-BATCH-OPEN NOT = 'Y'
                    PERFORM START-BATCH
                 END-IF
                 MOVE 'Y' TO WS-BATCH-BAD
                 PERFORM KEEP-BATCH-LINE
           END-EVALUATE.
       START-BATCH.
           MOVE 'Y'  TO WS-BATCH-OPEN
           MOVE 'N'  TO WS-BATCH-BAD
           MOVE ZERO TO WS-BATCH-LINES WS-BATCH-NUMBER
                        WS-BATCH-ITEMS WS-BATCH-TOTAL
           MOVE ZERO TO PRN-BANK-ITEMS PRN-BANK-TOTAL
           MOVE WS-CURRENT-DATE TO WS-DEPOSIT-DATE.
       KEEP-BATCH-LINE.
           IF WS-BATCH-LINES < 1000
              ADD 1 TO WS-BATCH-LINES
              MOVE LBX-RECORD TO WS-BATCH-LINE(WS-BATCH-LINES)
           ELSE
      * TOO LARGE TO HOLD IN STORAGE; THE OVERFLOW GOES STRAIGHT
      * TO THE HOLD FILE AND THE BATCH IS HELD WITH IT.
              MOVE 'Y' TO WS-BATCH-BAD
              WRITE HOLD-RECORD FROM LBX-RECORD
           END-IF.
       CHECK-BATCH-TRAILER.
           MOVE WS-BATCH-NUMBER  TO PRN-BATCH
           MOVE WS-DEPOSIT-DATE  TO PRN-DEPOSIT-DATE
           MOVE WS-BATCH-ITEMS   TO PRN-ITEMS
           MOVE WS-BATCH-TOTAL   TO PRN-TOTAL
           IF LBX-TRL-COUNT IS NUMERIC
              MOVE LBX-TRL-COUNT TO PRN-BANK-ITEMS
           END-IF
           IF LBX-TRL-TOTAL IS NUMERIC
              MOVE LBX-TRL-TOTAL TO PRN-BANK-TOTAL
           END-IF
           EVALUATE TRUE
              WHEN WS-BATCH-BAD = 'Y'
                 MOVE 'BAD RECORD - HELD' TO WS-HOLD-REASON
                 PERFORM HOLD-BATCH
              WHEN LBX-TRL-BATCH NOT NUMERIC
                   OR LBX-TRL-BATCH NOT = WS-BATCH-NUMBER
                 MOVE 'WRONG TRAILER - HELD' TO WS-HOLD-REASON
                 PERFORM HOLD-BATCH
              WHEN LBX-TRL-COUNT NOT NUMERIC
                   OR LBX-TRL-TOTAL NOT NUMERIC
                   OR LBX-TRL-COUNT NOT = WS-BATCH-ITEMS
                   OR LBX-TRL-TOTAL NOT = WS-BATCH-TOTAL
                 MOVE 'OUT OF BALANCE - HELD' TO WS-HOLD-REASON
                 PERFORM HOLD-BATCH
              WHEN OTHER
                 PERFORM TAKE-IN-BATCH
           END-EVALUATE.
       HOLD-BATCH.
           MOVE WS-BATCH-NUMBER  TO PRN-BATCH
           MOVE WS-DEPOSIT-DATE  TO PRN-DEPOSIT-DATE
           MOVE WS-BATCH-ITEMS   TO PRN-ITEMS
           MOVE WS-BATCH-TOTAL   TO PRN-TOTAL
           WRITE PRINT-LINE FROM BATCH-HEADING
           PERFORM WRITE-ONE-HELD-LINE
              VARYING WS-BATCH-IDX FROM 1 BY 1
              UNTIL WS-BATCH-IDX > WS-BATCH-LINES
           MOVE WS-HOLD-REASON TO PRN-BATCH-RESULT
           WRITE PRINT-LINE FROM BATCH-RESULT-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           ADD 1 TO WS-HELD-COUNT
           MOVE 'W' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'LOCKBOX BATCH ' WS-BATCH-NUMBER ' '
              WS-HOLD-REASON ' TO lbxhold.dat'
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           MOVE 'N' TO WS-BATCH-OPEN.
       WRITE-ONE-HELD-LINE.
           MOVE WS-BATCH-LINE(WS-BATCH-IDX) TO HOLD-RECORD
           WRITE HOLD-RECORD.
       TAKE-IN-BATCH.
           WRITE PRINT-LINE FROM BATCH-HEADING
           WRITE PRINT-LINE FROM COLUMN-HEADING
           PERFORM TAKE-ONE-LINE
              VARYING WS-BATCH-IDX FROM 1 BY 1
              UNTIL WS-BATCH-IDX > WS-BATCH-LINES
           MOVE 'BALANCED' TO PRN-BATCH-RESULT
           WRITE PRINT-LINE FROM BATCH-RESULT-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           ADD 1 TO WS-BALANCED-COUNT
           MOVE 'N' TO WS-BATCH-OPEN.
       TAKE-ONE-LINE.
           MOVE WS-BATCH-LINE(WS-BATCH-IDX) TO LBX-RECORD
           IF LBX-DETAIL
              PERFORM TAKE-ONE-CHEQUE
           END-IF.
       TAKE-ONE-CHEQUE.
           MOVE 'N' TO WS-CUSTOMER-KNOWN
           IF LBX-IDNUM IS NUMERIC
              PERFORM VARYING WS-CUSTOMER-IDX FROM 1 BY 1
                 UNTIL WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
                 IF WS-CUST-IDNUM(WS-CUSTOMER-IDX) = LBX-IDNUM
                    MOVE 'Y' TO WS-CUSTOMER-KNOWN
                 END-IF
              END-PERFORM
           END-IF
           MOVE ZERO TO WS-INVOICE-FOUND
           IF LBX-INVOICE IS NUMERIC
              PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
                 UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
                 IF WS-INV-NUMBER(WS-INVOICE-IDX) = LBX-INVOICE
                    MOVE WS-INVOICE-IDX TO WS-INVOICE-FOUND
                 END-IF
              END-PERFORM
           END-IF
           MOVE LBX-CHEQUE  TO PRN-CHEQUE
           MOVE LBX-IDNUM   TO PRN-IDNUM
           MOVE LBX-INVOICE TO PRN-INVOICE
           MOVE LBX-AMOUNT  TO PRN-AMOUNT
           EVALUATE TRUE
              WHEN WS-CUSTOMER-KNOWN NOT = 'Y'
                 MOVE ZERO TO WS-UA-IDNUM
                 MOVE 'UNKNOWN CUSTOMER' TO WS-UA-REASON
                 PERFORM POST-UNAPPLIED
              WHEN LBX-INVOICE NOT NUMERIC OR LBX-INVOICE = ZERO
                 MOVE LBX-IDNUM TO WS-UA-IDNUM
                 MOVE 'NO INVOICE' TO WS-UA-REASON
                 PERFORM POST-UNAPPLIED
              WHEN WS-INVOICE-FOUND = ZERO
                 MOVE LBX-IDNUM TO WS-UA-IDNUM
                 MOVE 'UNKNOWN INVOICE' TO WS-UA-REASON
                 PERFORM POST-UNAPPLIED
              WHEN WS-INV-IDNUM(WS-INVOICE-FOUND) NOT = LBX-IDNUM
                 MOVE LBX-IDNUM TO WS-UA-IDNUM
                 MOVE 'WRONG CUSTOMER' TO WS-UA-REASON
                 PERFORM POST-UNAPPLIED
              WHEN OTHER
                 MOVE SPACES TO PAYMENT-RECORD
                 MOVE LBX-IDNUM       TO PAY-IDNUM
                 MOVE LBX-INVOICE     TO PAY-INVOICE
                 MOVE WS-DEPOSIT-DATE TO PAY-DATE
                 MOVE LBX-AMOUNT      TO PAY-AMOUNT
                 WRITE PAYMENT-RECORD
                 ADD 1 TO WS-MATCHED-COUNT
                 ADD LBX-AMOUNT TO WS-MATCHED-TOTAL
                 MOVE 'TO ARPAY' TO PRN-DISPOSITION
           END-EVALUATE
           WRITE PRINT-LINE FROM REMIT-DETAIL-LINE.
       POST-UNAPPLIED.
           MOVE SPACES TO UA-RECORD
           MOVE WS-NEXT-UA      TO UA-NUMBER
           MOVE WS-UA-IDNUM     TO UA-IDNUM
           MOVE LBX-CHEQUE      TO UA-CHEQUE
           MOVE WS-BATCH-NUMBER TO UA-BATCH
           MOVE WS-DEPOSIT-DATE TO UA-DATE
           MOVE LBX-AMOUNT      TO UA-AMOUNT
           MOVE ZERO            TO UA-APPLIED
           MOVE WS-UA-REASON    TO UA-REASON
           WRITE UA-RECORD
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-UA-IDNUM     TO LGR-IDNUM
           MOVE 'UAC'           TO LGR-TYPE
           MOVE WS-NEXT-UA      TO LGR-REF
           MOVE WS-DEPOSIT-DATE TO LGR-DATE
           MOVE LBX-AMOUNT      TO LGR-AMOUNT
           WRITE LEDGER-RECORD
           ADD 1 TO WS-UNAPPLIED-COUNT
           ADD LBX-AMOUNT TO WS-UNAPPLIED-TOTAL
           MOVE SPACES TO PRN-DISPOSITION
           STRING 'UNAPPLIED ' WS-NEXT-UA ' - ' WS-UA-REASON
              DELIMITED BY SIZE INTO PRN-DISPOSITION
      * THE CASH IS IN HAND, SO IT RELIEVES THE CREDIT BALANCE NOW
      * EXACTLY AS ARPAY WOULD; AN OVERPAYMENT BOTTOMS OUT AT ZERO.
           IF WS-UA-IDNUM NOT = ZERO
              MOVE ZERO TO WS-CREDIT-FOUND
              PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
                 UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
                 IF WS-CRD-IDNUM(WS-CREDIT-IDX) = WS-UA-IDNUM
                    MOVE WS-CREDIT-IDX TO WS-CREDIT-FOUND
                 END-IF
              END-PERFORM
              IF WS-CREDIT-FOUND > ZERO
                 IF LBX-AMOUNT > WS-CRD-BALANCE(WS-CREDIT-FOUND)
                    MOVE ZERO TO WS-CRD-BALANCE(WS-CREDIT-FOUND)
                 ELSE
                    SUBTRACT LBX-AMOUNT
                       FROM WS-CRD-BALANCE(WS-CREDIT-FOUND)
                 END-IF
                 MOVE 'Y' TO WS-CREDIT-CHANGED
              END-IF
           END-IF
           ADD 1 TO WS-NEXT-UA.
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
       RESET-LOCKBOX-FILE.
           OPEN OUTPUT LOCKBOX-FILE
           IF WS-LOCKBOX-STATUS = '00'
              CLOSE LOCKBOX-FILE
           ELSE
              DISPLAY 'COULD NOT RESET lockbox.dat - STATUS '
                 WS-LOCKBOX-STATUS
           END-IF.
       END PROGRAM LBXIMP.
