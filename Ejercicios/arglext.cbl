       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ARGLEXT.
      ***************************************
      * SALES AND RECEIVABLES GENERAL LEDGER EXTRACT, THE COUNTERPART
      * OF COBTRN9 FOR THE RECEIVABLES SIDE. TAKES EVERY ARLEDGER.DAT
      * POSTING DATED IN THE POSTING PERIOD AND SUMMARISES IT INTO
      * BALANCED GL JOURNAL LINES, ONE PER ACCOUNT AND SIDE:
      *   INV  DR ARREC     CR SALESREV (GOODS) CR SALESTAX (TAX)
      *        CR FRTINC (FREIGHT, SPLIT BY THE INVOICE.DAT
      *        AMOUNT, TAX AND FREIGHT)
      *   PAY  DR CASH      CR ARREC
      *   CRM  DR SALESREV  CR ARREC   (RETURNS ARE CREDITED AT
      *        GOODS VALUE, SO NO TAX IS REVERSED)
      *   FIN  DR ARREC     CR FINCHINC
      *   WOF  DR BADDEBT   CR ARREC
      *   DSC  DR DISCALLW  CR ARREC   (EARLY-PAYMENT DISCOUNT
      *        TAKEN, FROM ARPAY)
      *   UAC  DR CASH      CR UNAPPCSH
      *   UAP  DR UNAPPCSH  CR CASH    (THE PAY LINE UAAPPLY WRITES
      *        WITH IT TAKES THE CASH BACK AGAINST THE INVOICE)
      * THE LINES GO TO arjournal.dat IN THE gljournal.dat LAYOUT,
      * DATED THE LAST DAY OF THE PERIOD. THE EXTRACT IS ONLY
      * RELEASED WHEN TOTAL DEBITS EQUAL TOTAL CREDITS; OTHERWISE
      * arjournal.dat IS LEFT UNTOUCHED AND THE RUN ENDS WITH RETURN
      * CODE 8. THE RELEASED LINE COUNT AND HASH (DEBIT TOTAL IN
      * CENTS) ARE REGISTERED THROUGH CTLREG FOR CTLVERIF.
      *
      * COMMAND LINE: POSTING PERIOD (YYYYMM). BLANK USES THE
      * CURRENT MONTH.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
           SELECT AR-JOURNAL-FILE ASSIGN TO "arjournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT EXTRACT-REPORT ASSIGN TO "arglext.rpt"
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
       FD AR-JOURNAL-FILE.
      * THE gljournal.dat LAYOUT COBTRN9 WRITES.
       01 GL-JOURNAL-RECORD.
          05  GLJ-DATE           PIC 9(08).
          05  FILLER             PIC X(01).
          05  GLJ-ACCOUNT        PIC X(08).
          05  FILLER             PIC X(01).
          05  GLJ-DEPT           PIC X(04).
          05  FILLER             PIC X(01).
          05  GLJ-DC             PIC X(02).
          05  FILLER             PIC X(01).
          05  GLJ-AMOUNT         PIC 9(11)V99.
       FD EXTRACT-REPORT.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(30) VALUE
          'RECEIVABLES GL EXTRACT'.
       01 PERIOD-LINE.
          02 FILLER               PIC X(15) VALUE 'POSTING PERIOD '.
          02 PRN-PERIOD           PIC 9(6).
          02 FILLER               PIC X(14) VALUE '  JOURNAL DATE'.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-JOURNAL-DATE     PIC 9(8).
       01 COLUMN-HEADING.
          02 FILLER               PIC X(40) VALUE
             'ACCOUNT              DEBIT        CREDIT'.
       01 ACCOUNT-DETAIL-LINE.
          02 PRN-ACCOUNT          PIC X(08).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-DEBIT            PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-CREDIT           PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 TYPE-COUNT-LINE.
          02 FILLER               PIC X(09) VALUE 'POSTINGS '.
          02 PRN-TYPE             PIC X(03).
          02 FILLER               PIC X(02) VALUE ': '.
          02 PRN-TYPE-COUNT       PIC ZZZZ9.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-TYPE-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
       01 BALANCE-LINE-1.
          05  FILLER           PIC X(22) VALUE ' DEBITS TOTAL......:'.
          05  RPT-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 BALANCE-LINE-2.
          05  FILLER           PIC X(22) VALUE ' CREDITS TOTAL.....:'.
          05  RPT-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 RESULT-LINE             PIC X(50).
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-INVOICE-STATUS       PIC X(2).
       01 WS-JOURNAL-STATUS       PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-PERIOD               PIC 9(6).
       01 WS-PERIOD-R REDEFINES WS-PERIOD.
          05 WS-PERIOD-YYYY       PIC 9(4).
          05 WS-PERIOD-MM         PIC 9(2).
       01 WS-NEXT-YYYY            PIC 9(4).
       01 WS-NEXT-MM              PIC 9(2).
       01 WS-JOURNAL-DATE         PIC 9(8).
       01 WS-INVOICE-TABLE.
          05 WS-INVOICE-ENTRY OCCURS 2000 TIMES.
             10 WS-INV-NUMBER     PIC 9(6).
             10 WS-INV-AMOUNT     PIC 9(7)V99.
             10 WS-INV-TAX        PIC 9(7)V99.
             10 WS-INV-FREIGHT    PIC 9(5)V99.
       01 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX          PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-FOUND        PIC 9(4) VALUE ZERO.
      * ONE SLOT PER ACCOUNT AND SIDE, IN THE ORDER FIRST MET.
       01 WS-GL-TABLE.
          05 WS-GL-ENTRY OCCURS 20 TIMES.
             10 WS-GL-ACCOUNT     PIC X(08).
             10 WS-GL-DC          PIC X(02).
             10 WS-GL-AMOUNT      PIC S9(11)V99 USAGE COMP-3.
       01 WS-GL-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-GL-IDX               PIC 9(2) VALUE ZERO.
       01 WS-GL-FOUND             PIC 9(2) VALUE ZERO.
       01 WS-POST-ACCOUNT         PIC X(08).
       01 WS-POST-DC              PIC X(02).
       01 WS-POST-AMOUNT          PIC S9(11)V99 USAGE COMP-3.
       01 WS-REVENUE-AMOUNT       PIC S9(11)V99 USAGE COMP-3.
      * POSTINGS TAKEN, BY LEDGER TYPE, FOR THE REPORT.
       01 WS-TYPE-TABLE.
          05 WS-TYPE-ENTRY OCCURS 8 TIMES.
             10 WS-TYPE-CODE      PIC X(03).
             10 WS-TYPE-COUNT     PIC 9(5).
             10 WS-TYPE-AMOUNT    PIC S9(11)V99 USAGE COMP-3.
       01 WS-TYPE-IDX             PIC 9 VALUE ZERO.
       01 WS-TYPE-FOUND           PIC 9 VALUE ZERO.
       01 WS-SKIPPED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LINES-WRITTEN        PIC 9(8) VALUE ZERO.
       01 WS-DEBIT-TOTAL          PIC S9(12)V99 USAGE COMP-3
                                  VALUE ZERO.
       01 WS-CREDIT-TOTAL         PIC S9(12)V99 USAGE COMP-3
                                  VALUE ZERO.
       01 WS-DEBIT-HASH           PIC 9(10) VALUE ZERO.
       01 WS-DATEUTIL-PROG        PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       01 WS-CTLREG-PROG          PIC X(6) VALUE 'CTLREG'.
       01 CTLREG-PARMS.
          05 REG-ROLE             PIC X(4).
          05 REG-FILE-NAME        PIC X(14).
          05 REG-PROGRAM          PIC X(8).
          05 REG-COUNT            PIC 9(8).
          05 REG-HASH             PIC 9(10).
          05 REG-RC               PIC 9(2).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'ARGLEXT'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'ARGLEXT - RECEIVABLES GL EXTRACT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:6) IS NUMERIC
              MOVE WS-CMDLINE(1:6) TO WS-PERIOD
           ELSE
              MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD
           END-IF
           PERFORM SET-JOURNAL-DATE
           PERFORM SET-TYPE-TABLE
           PERFORM LOAD-INVOICE-TABLE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY 'NO ARLEDGER.DAT - NOTHING TO EXTRACT, STATUS: '
                 WS-LEDGER-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
              READ LEDGER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF LGR-DATE(1:6) = WS-PERIOD
                       PERFORM TAKE-ONE-POSTING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           PERFORM SUM-DEBITS-CREDITS
              VARYING WS-GL-IDX FROM 1 BY 1
              UNTIL WS-GL-IDX > WS-GL-COUNT
           OPEN OUTPUT EXTRACT-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-PERIOD       TO PRN-PERIOD
           MOVE WS-JOURNAL-DATE TO PRN-JOURNAL-DATE
           WRITE PRINT-LINE FROM PERIOD-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM PRINT-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > 8
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING
           PERFORM PRINT-ONE-ACCOUNT
              VARYING WS-GL-IDX FROM 1 BY 1
              UNTIL WS-GL-IDX > WS-GL-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-DEBIT-TOTAL  TO RPT-DEBITS
           MOVE WS-CREDIT-TOTAL TO RPT-CREDITS
           WRITE PRINT-LINE FROM BALANCE-LINE-1
           WRITE PRINT-LINE FROM BALANCE-LINE-2
      * THE EXTRACT IS ONLY RELEASED IN BALANCE; AN UNBALANCED ONE
      * LEAVES THE PREVIOUS arjournal.dat AS IT WAS.
           EVALUATE TRUE
              WHEN WS-GL-COUNT = ZERO
                 MOVE 'NO POSTINGS IN PERIOD - NO EXTRACT RELEASED'
                    TO RESULT-LINE
                 MOVE 4 TO RETURN-CODE
              WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                 MOVE 'OUT OF BALANCE - EXTRACT NOT RELEASED'
                    TO RESULT-LINE
                 MOVE 'E' TO LOG-SEVERITY
                 MOVE 'AR GL EXTRACT HELD - DEBITS NOT EQUAL CREDITS'
                    TO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM RELEASE-EXTRACT
           END-EVALUATE
           WRITE PRINT-LINE FROM RESULT-LINE
           IF WS-SKIPPED-COUNT > ZERO
              DISPLAY 'UNKNOWN LEDGER TYPES SKIPPED: '
                 WS-SKIPPED-COUNT
           END-IF
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE EXTRACT-REPORT
           DISPLAY RESULT-LINE
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE EXTRACT ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       SET-JOURNAL-DATE.
      * THE JOURNAL IS DATED THE LAST DAY OF THE PERIOD: THE DAY
      * BEFORE THE FIRST OF THE NEXT MONTH, FROM THE SHARED DATE
      * ROUTINE.
           IF WS-PERIOD-MM >= 12
              COMPUTE WS-NEXT-YYYY = WS-PERIOD-YYYY + 1
              MOVE 1 TO WS-NEXT-MM
           ELSE
              MOVE WS-PERIOD-YYYY TO WS-NEXT-YYYY
              COMPUTE WS-NEXT-MM = WS-PERIOD-MM + 1
           END-IF
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'ADD' TO DU-FUNCTION
           STRING WS-NEXT-YYYY '-' WS-NEXT-MM '-01'
              DELIMITED BY SIZE INTO DU-DATE-1
           MOVE -1 TO DU-DAYS
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           IF DU-RC = ZERO
              STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                 DU-RESULT-DATE(9:2)
                 DELIMITED BY SIZE INTO WS-JOURNAL-DATE
           ELSE
              COMPUTE WS-JOURNAL-DATE = WS-PERIOD * 100 + 28
           END-IF.
       SET-TYPE-TABLE.
           MOVE 'INV' TO WS-TYPE-CODE(1)
           MOVE 'PAY' TO WS-TYPE-CODE(2)
           MOVE 'CRM' TO WS-TYPE-CODE(3)
           MOVE 'FIN' TO WS-TYPE-CODE(4)
           MOVE 'WOF' TO WS-TYPE-CODE(5)
           MOVE 'UAC' TO WS-TYPE-CODE(6)
           MOVE 'UAP' TO WS-TYPE-CODE(7)
           MOVE 'DSC' TO WS-TYPE-CODE(8)
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > 8
              MOVE ZERO TO WS-TYPE-COUNT(WS-TYPE-IDX)
              MOVE ZERO TO WS-TYPE-AMOUNT(WS-TYPE-IDX)
           END-PERFORM.
       LOAD-INVOICE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00'
              DISPLAY 'NO INVOICE.DAT - ALL INVOICES TO REVENUE, '
                 'STATUS: ' WS-INVOICE-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-INVOICE-COUNT >= 2000
                 READ INVOICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-INVOICE-COUNT
                       MOVE INV-NUMBER
                          TO WS-INV-NUMBER(WS-INVOICE-COUNT)
                       MOVE INV-AMOUNT
                          TO WS-INV-AMOUNT(WS-INVOICE-COUNT)
                       MOVE INV-TAX
                          TO WS-INV-TAX(WS-INVOICE-COUNT)
                       MOVE ZERO TO WS-INV-FREIGHT(WS-INVOICE-COUNT)
                       IF INV-FREIGHT IS NUMERIC
                          MOVE INV-FREIGHT
                             TO WS-INV-FREIGHT(WS-INVOICE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF.
       TAKE-ONE-POSTING.
           MOVE ZERO TO WS-TYPE-FOUND
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > 8
              IF WS-TYPE-CODE(WS-TYPE-IDX) = LGR-TYPE
                 MOVE WS-TYPE-IDX TO WS-TYPE-FOUND
              END-IF
           END-PERFORM
           IF WS-TYPE-FOUND = ZERO
              ADD 1 TO WS-SKIPPED-COUNT
              DISPLAY 'UNKNOWN LEDGER TYPE SKIPPED: ' LEDGER-RECORD
           ELSE
              ADD 1 TO WS-TYPE-COUNT(WS-TYPE-FOUND)
              ADD LGR-AMOUNT TO WS-TYPE-AMOUNT(WS-TYPE-FOUND)
              MOVE LGR-AMOUNT TO WS-POST-AMOUNT
              EVALUATE LGR-TYPE
                 WHEN 'INV'
                    PERFORM TAKE-INVOICE-POSTING
                 WHEN 'PAY'
                    MOVE 'CASH' TO WS-POST-ACCOUNT
                    MOVE 'DR'   TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                    MOVE 'ARREC' TO WS-POST-ACCOUNT
                    MOVE 'CR'    TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                 WHEN 'CRM'
                    MOVE 'SALESREV' TO WS-POST-ACCOUNT
                    MOVE 'DR'       TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                    MOVE 'ARREC' TO WS-POST-ACCOUNT
                    MOVE 'CR'    TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                 WHEN 'FIN'
                    MOVE 'ARREC' TO WS-POST-ACCOUNT
                    MOVE 'DR'    TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                    MOVE 'FINCHINC' TO WS-POST-ACCOUNT
                    MOVE 'CR'       TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                 WHEN 'WOF'
                    MOVE 'BADDEBT' TO WS-POST-ACCOUNT
                    MOVE 'DR'      TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                    MOVE 'ARREC' TO WS-POST-ACCOUNT
                    MOVE 'CR'    TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                 WHEN 'DSC'
                    MOVE 'DISCALLW' TO WS-POST-ACCOUNT
                    MOVE 'DR'       TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                    MOVE 'ARREC' TO WS-POST-ACCOUNT
                    MOVE 'CR'    TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                 WHEN 'UAC'
                    MOVE 'CASH' TO WS-POST-ACCOUNT
                    MOVE 'DR'   TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                    MOVE 'UNAPPCSH' TO WS-POST-ACCOUNT
                    MOVE 'CR'       TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                 WHEN 'UAP'
                    MOVE 'UNAPPCSH' TO WS-POST-ACCOUNT
                    MOVE 'DR'       TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
                    MOVE 'CASH' TO WS-POST-ACCOUNT
                    MOVE 'CR'   TO WS-POST-DC
                    PERFORM ADD-TO-ACCOUNT
              END-EVALUATE
           END-IF.
       TAKE-INVOICE-POSTING.
      * THE RECEIVABLE IS GOODS PLUS TAX PLUS FREIGHT; INVOICE.DAT
      * SAYS HOW MUCH OF IT IS TAX AND FREIGHT. AN INVOICE NOT ON
      * FILE GOES WHOLLY TO REVENUE SO THE ENTRY STILL BALANCES.
           MOVE 'ARREC' TO WS-POST-ACCOUNT
           MOVE 'DR'    TO WS-POST-DC
           PERFORM ADD-TO-ACCOUNT
           MOVE ZERO TO WS-INVOICE-FOUND
           PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
              UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
              IF WS-INV-NUMBER(WS-INVOICE-IDX) = LGR-REF
                 MOVE WS-INVOICE-IDX TO WS-INVOICE-FOUND
              END-IF
           END-PERFORM
           IF WS-INVOICE-FOUND > ZERO
              AND WS-INV-TAX(WS-INVOICE-FOUND) NOT > LGR-AMOUNT
              MOVE WS-INV-TAX(WS-INVOICE-FOUND) TO WS-POST-AMOUNT
              MOVE 'SALESTAX' TO WS-POST-ACCOUNT
              MOVE 'CR'       TO WS-POST-DC
              PERFORM ADD-TO-ACCOUNT
              COMPUTE WS-POST-AMOUNT =
                 LGR-AMOUNT - WS-INV-TAX(WS-INVOICE-FOUND)
              IF WS-INV-FREIGHT(WS-INVOICE-FOUND) > ZERO
                 AND WS-INV-FREIGHT(WS-INVOICE-FOUND)
                    NOT > WS-POST-AMOUNT
                 MOVE WS-POST-AMOUNT TO WS-REVENUE-AMOUNT
                 MOVE WS-INV-FREIGHT(WS-INVOICE-FOUND)
                    TO WS-POST-AMOUNT
                 MOVE 'FRTINC' TO WS-POST-ACCOUNT
                 MOVE 'CR'     TO WS-POST-DC
                 PERFORM ADD-TO-ACCOUNT
                 COMPUTE WS-POST-AMOUNT = WS-REVENUE-AMOUNT
                    - WS-INV-FREIGHT(WS-INVOICE-FOUND)
              END-IF
           END-IF
           MOVE 'SALESREV' TO WS-POST-ACCOUNT
           MOVE 'CR'       TO WS-POST-DC
           PERFORM ADD-TO-ACCOUNT.
       ADD-TO-ACCOUNT.
           MOVE ZERO TO WS-GL-FOUND
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
              UNTIL WS-GL-IDX > WS-GL-COUNT
              IF WS-GL-ACCOUNT(WS-GL-IDX) = WS-POST-ACCOUNT
                 AND WS-GL-DC(WS-GL-IDX) = WS-POST-DC
                 MOVE WS-GL-IDX TO WS-GL-FOUND
              END-IF
           END-PERFORM
           IF WS-GL-FOUND = ZERO AND WS-GL-COUNT < 20
              ADD 1 TO WS-GL-COUNT
              MOVE WS-GL-COUNT     TO WS-GL-FOUND
              MOVE WS-POST-ACCOUNT TO WS-GL-ACCOUNT(WS-GL-FOUND)
              MOVE WS-POST-DC      TO WS-GL-DC(WS-GL-FOUND)
              MOVE ZERO            TO WS-GL-AMOUNT(WS-GL-FOUND)
           END-IF
           IF WS-GL-FOUND > ZERO
              ADD WS-POST-AMOUNT TO WS-GL-AMOUNT(WS-GL-FOUND)
           END-IF.
       SUM-DEBITS-CREDITS.
           IF WS-GL-DC(WS-GL-IDX) = 'DR'
              ADD WS-GL-AMOUNT(WS-GL-IDX) TO WS-DEBIT-TOTAL
           ELSE
              ADD WS-GL-AMOUNT(WS-GL-IDX) TO WS-CREDIT-TOTAL
           END-IF.
       PRINT-ONE-TYPE.
           MOVE WS-TYPE-CODE(WS-TYPE-IDX)   TO PRN-TYPE
           MOVE WS-TYPE-COUNT(WS-TYPE-IDX)  TO PRN-TYPE-COUNT
           MOVE WS-TYPE-AMOUNT(WS-TYPE-IDX) TO PRN-TYPE-AMOUNT
           WRITE PRINT-LINE FROM TYPE-COUNT-LINE.
       PRINT-ONE-ACCOUNT.
           MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO PRN-ACCOUNT
           MOVE ZERO TO PRN-DEBIT PRN-CREDIT
           IF WS-GL-DC(WS-GL-IDX) = 'DR'
              MOVE WS-GL-AMOUNT(WS-GL-IDX) TO PRN-DEBIT
           ELSE
              MOVE WS-GL-AMOUNT(WS-GL-IDX) TO PRN-CREDIT
           END-IF
           WRITE PRINT-LINE FROM ACCOUNT-DETAIL-LINE.
       RELEASE-EXTRACT.
           OPEN OUTPUT AR-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING arjournal.dat, STATUS: '
                 WS-JOURNAL-STATUS
              MOVE 'arjournal.dat COULD NOT BE WRITTEN'
                 TO RESULT-LINE
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM WRITE-ONE-JOURNAL-LINE
                 VARYING WS-GL-IDX FROM 1 BY 1
                 UNTIL WS-GL-IDX > WS-GL-COUNT
              CLOSE AR-JOURNAL-FILE
              MOVE 'EXTRACT RELEASED AND IN BALANCE' TO RESULT-LINE
              PERFORM REGISTER-CONTROL-TOTALS
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'AR GL EXTRACT RELEASED FOR ' WS-PERIOD
                 ' LINES ' WS-LINES-WRITTEN
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              IF WS-SKIPPED-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
       WRITE-ONE-JOURNAL-LINE.
           IF WS-GL-AMOUNT(WS-GL-IDX) NOT = ZERO
              MOVE SPACES TO GL-JOURNAL-RECORD
              MOVE WS-JOURNAL-DATE          TO GLJ-DATE
              MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO GLJ-ACCOUNT
              MOVE SPACES                   TO GLJ-DEPT
              MOVE WS-GL-DC(WS-GL-IDX)      TO GLJ-DC
              MOVE WS-GL-AMOUNT(WS-GL-IDX)  TO GLJ-AMOUNT
              WRITE GL-JOURNAL-RECORD
              ADD 1 TO WS-LINES-WRITTEN
           END-IF.
       REGISTER-CONTROL-TOTALS.
      * THE EXTRACT REGISTERS WHAT IT PRODUCED SO THE GL POSTING
      * STEP'S READ CAN BE PROVED BY CTLVERIF; THE HASH IS THE DEBIT
      * TOTAL IN CENTS. A MISSING REGISTRY ROUTINE MUST NEVER STOP
      * THE EXTRACT ITSELF.
           COMPUTE WS-DEBIT-HASH = WS-DEBIT-TOTAL * 100
           MOVE 'PROD'          TO REG-ROLE
           MOVE 'arjournal.dat' TO REG-FILE-NAME
           MOVE 'ARGLEXT'       TO REG-PROGRAM
           MOVE WS-LINES-WRITTEN TO REG-COUNT
           MOVE WS-DEBIT-HASH   TO REG-HASH
           CALL WS-CTLREG-PROG USING CTLREG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM ARGLEXT.
