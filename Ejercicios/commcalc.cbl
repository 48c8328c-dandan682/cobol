       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COMMCALC.
      ***************************************
      * MONTHLY SALES COMMISSION RUN. REPS ARE PAID ON CASH
      * COLLECTED, NOT ON ORDERS: EVERY PAY LINE ON ARLEDGER.DAT
      * DATED IN THE MONTH (A PAYMENT ARPAY, LBXIMP OR UAAPPLY HAS
      * APPLIED TO AN INVOICE) IS CREDITED TO THE REP WHO HOLDS THE
      * CUSTOMER ON territory.dat - BY THE CUSTOMER'S OWN LINE IF IT
      * HAS ONE, ELSE BY ITS ADDR-STATE ON CUSTOMER.DAT. CASH NOT
      * YET APPLIED (UAC) EARNS NOTHING UNTIL IT IS.
      *
      * EACH REP'S COMMISSION IS THE MONTH'S CASH AT THE REP'S
      * commrate.dat PER CENT. commstmt.rpt PRINTS ONE STATEMENT PER
      * REP WITH THE PAYMENTS BEHIND IT, THEN THE CASH THAT FOUND NO
      * REP. EACH COMMISSION IS ADDED TO empcomm.dat AS A PENDING
      * LINE, WHICH COBTRN6 PAYS AS BONUS INPUT ON THE REP'S NEXT
      * PAY RECORD. REPS AND TERRITORIES ARE KEPT IN REPMNT.
      *
      * COMMAND LINE: MONTH (YYYYMM). BLANK TAKES LAST MONTH, THE
      * LAST WHOLE MONTH OF COLLECTIONS. A MONTH ALREADY ON
      * empcomm.dat IS NOT CALCULATED AGAIN.
      *
      * RETURN CODES: 0 CLEAN, 4 CASH WITH NO REP OR A REP NOT ON
      * EMPVSFIL, 8 BAD OR ALREADY-CALCULATED MONTH, 12 NO
      * ARLEDGER.DAT.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "commrate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL TERRITORY-FILE ASSIGN TO "territory.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERRITORY-STATUS.
           SELECT OPTIONAL COMMISSION-FILE ASSIGN TO "empcomm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMISSION-STATUS.
           SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS EMP-ID
              FILE STATUS  IS EMP-FILE-STATUS.
           SELECT COMMISSION-REPORT ASSIGN TO "commstmt.rpt"
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
       FD RATE-FILE.
           COPY REPREC.
       FD TERRITORY-FILE.
           COPY TERREC.
       FD COMMISSION-FILE.
           COPY COMREC.
       FD EMPLOYEE-VS-FILE.
           COPY EMPREC.
       FD COMMISSION-REPORT.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING.
          02 FILLER               PIC X(30) VALUE
             'SALES COMMISSION STATEMENTS - '.
          02 FILLER               PIC X(07) VALUE 'MONTH: '.
          02 PRN-MONTH            PIC 9(6).
       01 REP-HEADING.
          02 FILLER               PIC X(05) VALUE 'REP: '.
          02 PRN-REP-ID           PIC 9(4).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-REP-NAME         PIC X(40).
          02 FILLER               PIC X(07) VALUE ' RATE: '.
          02 PRN-REP-RATE         PIC Z9.99.
          02 FILLER               PIC X(04) VALUE ' PCT'.
       01 NO-REP-HEADING          PIC X(40) VALUE
          'CASH COLLECTED WITH NO SALES REP'.
       01 COLUMN-HEADING          PIC X(50) VALUE
          '   CUSTOMER  INVOICE  DATE            CASH'.
       01 PAYMENT-DETAIL-LINE.
          02 FILLER               PIC X(04) VALUE SPACES.
          02 PRN-IDNUM            PIC 9(5).
          02 FILLER               PIC X(03) VALUE SPACES.
          02 PRN-INVOICE          PIC 9(6).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-DATE             PIC 9(8).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-AMOUNT           PIC ZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-NOTE             PIC X(24).
       01 REP-TOTAL-LINE.
          02 FILLER               PIC X(18) VALUE
             '   CASH COLLECTED '.
          02 PRN-REP-CASH         PIC ZZZZZZ9.99.
          02 FILLER               PIC X(14) VALUE
             '   COMMISSION '.
          02 PRN-REP-COMMISSION   PIC ZZZZZ9.99.
       01 NO-CASH-LINE            PIC X(40) VALUE
          '   NO CASH COLLECTED THIS MONTH'.
       01 NO-REP-TOTAL-LINE.
          02 FILLER               PIC X(18) VALUE
             '   CASH NOT PAID  '.
          02 PRN-NO-REP-CASH      PIC ZZZZZZ9.99.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(28) VALUE
             'REPS PAID COMMISSION:       '.
          02 PRN-REPS-PAID        PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(28) VALUE
             'TOTAL CASH COLLECTED:       '.
          02 PRN-TOTAL-CASH       PIC ZZZZZZZZ9.99.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(28) VALUE
             'TOTAL COMMISSION:           '.
          02 PRN-TOTAL-COMMISSION PIC ZZZZZZZZ9.99.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-RATE-STATUS          PIC X(2).
       01 WS-TERRITORY-STATUS     PIC X(2).
       01 WS-COMMISSION-STATUS    PIC X(2).
       01 EMP-FILE-STATUS.
          05 EMPFILE-STAT1        PIC X.
          05 EMPFILE-STAT2        PIC X.
       01 WS-EMPFILE-OPEN         PIC X VALUE 'N'.
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-CMDLINE              PIC X(20) VALUE SPACES.
       01 WS-SEL-MONTH            PIC 9(6) VALUE ZERO.
       01 WS-SEL-MONTH-R REDEFINES WS-SEL-MONTH.
          05 WS-SEL-YEAR          PIC 9(4).
          05 WS-SEL-MM            PIC 9(2).
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUST-IDNUM     PIC 9(5).
             10 WS-CUST-STATE     PIC X(2).
       01 WS-CUST-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX             PIC 9(4) VALUE ZERO.
       01 WS-CUST-STATE-FOUND     PIC X(2) VALUE SPACES.
      * ONE ENTRY PER REP, WITH THE MONTH'S CASH AND COMMISSION.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 100 TIMES.
             10 WS-RPR-EMP-ID     PIC 9(4).
             10 WS-RPR-RATE       PIC 9(2)V99.
             10 WS-RPR-CASH       PIC 9(8)V99.
             10 WS-RPR-COMMISSION PIC 9(6)V99.
       01 WS-RATE-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-RATE-IDX             PIC 9(3) VALUE ZERO.
       01 WS-RATE-FOUND           PIC 9(3) VALUE ZERO.
       01 WS-TERRITORY-TABLE.
          05 WS-TER-DATA OCCURS 1000 TIMES PIC X(13).
       01 WS-TER-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-TER-IDX              PIC 9(4) VALUE ZERO.
      * THE MONTH'S PAY LINES WITH THE REP EACH WENT TO (ZERO FOR
      * NONE), PRINTED UNDER THEIR REP'S STATEMENT.
       01 WS-PAYMENT-TABLE.
          05 WS-PAYMENT-ENTRY OCCURS 5000 TIMES.
             10 WS-PAY-IDNUM      PIC 9(5).
             10 WS-PAY-REF        PIC 9(6).
             10 WS-PAY-DATE       PIC 9(8).
             10 WS-PAY-AMOUNT     PIC 9(7)V99.
             10 WS-PAY-REP-IDX    PIC 9(3).
       01 WS-PAYMENT-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-PAYMENT-IDX          PIC 9(4) VALUE ZERO.
       01 WS-PAYMENTS-DROPPED     PIC 9(5) VALUE ZERO.
       01 WS-REP-EMP-ID           PIC 9(4) VALUE ZERO.
      * empcomm.dat HELD IN STORAGE; THIS MONTH'S LINES ARE ADDED
      * AND THE FILE REWRITTEN WHOLE.
       01 WS-COMMISSION-TABLE.
          05 WS-CMF-DATA OCCURS 3000 TIMES PIC X(46).
       01 WS-CMF-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-CMF-IDX              PIC 9(4) VALUE ZERO.
       01 WS-MONTH-DONE           PIC 9(4) VALUE ZERO.
       01 WS-REPS-PAID            PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-CASH           PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-COMMISSION     PIC 9(9)V99 VALUE ZERO.
       01 WS-NO-REP-CASH          PIC 9(9)V99 VALUE ZERO.
       01 WS-NO-NAME-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-NAMEFMT-PROG         PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME        PIC X(20).
          05 NF-LAST-NAME         PIC X(30).
          05 NF-LAST-FIRST        PIC X(52).
          05 NF-FIRST-LAST        PIC X(51).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM          PIC X(8) VALUE 'COMMCALC'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'COMMCALC - SALES COMMISSION CALCULATION'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE = SPACES
              MOVE WS-CURRENT-DATE(1:6) TO WS-SEL-MONTH
              IF WS-SEL-MM = 1
                 SUBTRACT 1 FROM WS-SEL-YEAR
                 MOVE 12 TO WS-SEL-MM
              ELSE
                 SUBTRACT 1 FROM WS-SEL-MM
              END-IF
           ELSE
              IF WS-CMDLINE(1:6) IS NUMERIC
                 AND WS-CMDLINE(5:2) >= '01'
                 AND WS-CMDLINE(5:2) <= '12'
                 MOVE WS-CMDLINE(1:6) TO WS-SEL-MONTH
              ELSE
                 DISPLAY 'MONTH MUST BE YYYYMM: ' WS-CMDLINE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           DISPLAY '  MONTH: ' WS-SEL-MONTH
           PERFORM LOAD-COMMISSION-FILE
           IF WS-MONTH-DONE > ZERO
              DISPLAY 'COMMISSION FOR ' WS-SEL-MONTH ' ALREADY ON '
                 'empcomm.dat - NOT CALCULATED AGAIN'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-TERRITORY-TABLE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY 'NO ARLEDGER.DAT - NOTHING TO PAY ON, STATUS: '
                 WS-LEDGER-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
              READ LEDGER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF LGR-TYPE = 'PAY'
                       AND LGR-DATE(1:6) = WS-SEL-MONTH
                       PERFORM CREDIT-ONE-PAYMENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           OPEN INPUT EMPLOYEE-VS-FILE
           IF EMP-FILE-STATUS = '00' OR '97'
              MOVE 'Y' TO WS-EMPFILE-OPEN
           ELSE
              DISPLAY '** UNABLE TO OPEN EMPVSFIL, STATUS: '
                 EMP-FILE-STATUS
           END-IF
           OPEN OUTPUT COMMISSION-REPORT
           MOVE WS-SEL-MONTH TO PRN-MONTH
           WRITE PRINT-LINE FROM PAGE-HEADING
           PERFORM PRINT-REP-STATEMENT
              VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
           IF WS-NO-REP-CASH > ZERO
              PERFORM PRINT-NO-REP-CASH
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-REPS-PAID TO PRN-REPS-PAID
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-TOTAL-CASH TO PRN-TOTAL-CASH
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-TOTAL-COMMISSION TO PRN-TOTAL-COMMISSION
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE COMMISSION-REPORT
           IF WS-EMPFILE-OPEN = 'Y'
              CLOSE EMPLOYEE-VS-FILE
           END-IF
           PERFORM REWRITE-COMMISSION-FILE
           DISPLAY 'REPS PAID COMMISSION:  ' WS-REPS-PAID
           DISPLAY 'TOTAL COMMISSION:      ' WS-TOTAL-COMMISSION
           IF WS-PAYMENTS-DROPPED > ZERO
              DISPLAY 'PAYMENT TABLE FULL - LINES NOT LISTED: '
                 WS-PAYMENTS-DROPPED
           END-IF
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'COMMISSION FOR ' WS-SEL-MONTH ': '
              WS-REPS-PAID ' REP(S), FED TO empcomm.dat'
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           IF WS-NO-REP-CASH > ZERO OR WS-NO-NAME-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE RUN ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-COMMISSION-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT COMMISSION-FILE
           IF WS-COMMISSION-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-CMF-COUNT >= 3000
                 READ COMMISSION-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CMF-COUNT
                       MOVE COMMISSION-RECORD
                          TO WS-CMF-DATA(WS-CMF-COUNT)
                       IF CMF-PERIOD = WS-SEL-MONTH
                          ADD 1 TO WS-MONTH-DONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMISSION-FILE
           END-IF.
       REWRITE-COMMISSION-FILE.
           OPEN OUTPUT COMMISSION-FILE
           IF WS-COMMISSION-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING empcomm.dat, STATUS: '
                 WS-COMMISSION-STATUS
           ELSE
              PERFORM WRITE-ONE-COMMISSION
                 VARYING WS-CMF-IDX FROM 1 BY 1
                 UNTIL WS-CMF-IDX > WS-CMF-COUNT
              CLOSE COMMISSION-FILE
           END-IF.
       WRITE-ONE-COMMISSION.
           MOVE WS-CMF-DATA(WS-CMF-IDX) TO COMMISSION-RECORD
           WRITE COMMISSION-RECORD.
       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       MOVE IDNUM
                          TO WS-CUST-IDNUM(WS-CUST-COUNT)
                       MOVE ADDR-STATE
                          TO WS-CUST-STATE(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY '** UNABLE TO OPEN CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS ' - STATE TERRITORIES NOT USED'
           END-IF.
       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-RATE-COUNT >= 100
                 READ RATE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RPR-EMP-ID
                          TO WS-RPR-EMP-ID(WS-RATE-COUNT)
                       MOVE RPR-RATE
                          TO WS-RPR-RATE(WS-RATE-COUNT)
                       MOVE ZERO TO WS-RPR-CASH(WS-RATE-COUNT)
                       MOVE ZERO TO WS-RPR-COMMISSION(WS-RATE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF
           DISPLAY '  SALES REPS: ' WS-RATE-COUNT.
       LOAD-TERRITORY-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TERRITORY-FILE
           IF WS-TERRITORY-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-TER-COUNT >= 1000
                 READ TERRITORY-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-TER-COUNT
                       MOVE TERRITORY-RECORD
                          TO WS-TER-DATA(WS-TER-COUNT)
                 END-READ
              END-PERFORM
              CLOSE TERRITORY-FILE
           END-IF.
       CREDIT-ONE-PAYMENT.
      * A CUSTOMER'S OWN TERRITORY LINE WINS OVER ITS STATE'S. CASH
      * WHOSE REP HAS NO RATE LINE IS TREATED AS HAVING NO REP.
           PERFORM FIND-PAYMENT-REP
           MOVE ZERO TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RPR-EMP-ID(WS-RATE-IDX) = WS-REP-EMP-ID
                 AND WS-REP-EMP-ID > ZERO
                 MOVE WS-RATE-IDX TO WS-RATE-FOUND
              END-IF
           END-PERFORM
           IF WS-RATE-FOUND > ZERO
              ADD LGR-AMOUNT TO WS-RPR-CASH(WS-RATE-FOUND)
           ELSE
              ADD LGR-AMOUNT TO WS-NO-REP-CASH
           END-IF
           ADD LGR-AMOUNT TO WS-TOTAL-CASH
           IF WS-PAYMENT-COUNT < 5000
              ADD 1 TO WS-PAYMENT-COUNT
              MOVE LGR-IDNUM  TO WS-PAY-IDNUM(WS-PAYMENT-COUNT)
              MOVE LGR-REF    TO WS-PAY-REF(WS-PAYMENT-COUNT)
              MOVE LGR-DATE   TO WS-PAY-DATE(WS-PAYMENT-COUNT)
              MOVE LGR-AMOUNT TO WS-PAY-AMOUNT(WS-PAYMENT-COUNT)
              MOVE WS-RATE-FOUND TO WS-PAY-REP-IDX(WS-PAYMENT-COUNT)
           ELSE
              ADD 1 TO WS-PAYMENTS-DROPPED
           END-IF.
       FIND-PAYMENT-REP.
           MOVE ZERO TO WS-REP-EMP-ID
           MOVE SPACES TO WS-CUST-STATE-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUST-IDNUM(WS-CUST-IDX) = LGR-IDNUM
                 MOVE WS-CUST-STATE(WS-CUST-IDX)
                    TO WS-CUST-STATE-FOUND
              END-IF
           END-PERFORM
           PERFORM VARYING WS-TER-IDX FROM 1 BY 1
              UNTIL WS-TER-IDX > WS-TER-COUNT
              MOVE WS-TER-DATA(WS-TER-IDX) TO TERRITORY-RECORD
              IF TER-BY-CUSTOMER AND TER-IDNUM = LGR-IDNUM
                 MOVE TER-EMP-ID TO WS-REP-EMP-ID
              END-IF
           END-PERFORM
           IF WS-REP-EMP-ID = ZERO
              AND WS-CUST-STATE-FOUND NOT = SPACES
              PERFORM VARYING WS-TER-IDX FROM 1 BY 1
                 UNTIL WS-TER-IDX > WS-TER-COUNT
                 MOVE WS-TER-DATA(WS-TER-IDX) TO TERRITORY-RECORD
                 IF TER-BY-STATE AND TER-STATE = WS-CUST-STATE-FOUND
                    MOVE TER-EMP-ID TO WS-REP-EMP-ID
                 END-IF
              END-PERFORM
           END-IF.
       PRINT-REP-STATEMENT.
           COMPUTE WS-RPR-COMMISSION(WS-RATE-IDX) ROUNDED =
              WS-RPR-CASH(WS-RATE-IDX) * WS-RPR-RATE(WS-RATE-IDX)
              / 100
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-RPR-EMP-ID(WS-RATE-IDX) TO PRN-REP-ID
           PERFORM FIND-REP-NAME
           MOVE WS-RPR-RATE(WS-RATE-IDX)   TO PRN-REP-RATE
           WRITE PRINT-LINE FROM REP-HEADING
           IF WS-RPR-CASH(WS-RATE-IDX) = ZERO
              WRITE PRINT-LINE FROM NO-CASH-LINE
           ELSE
              WRITE PRINT-LINE FROM COLUMN-HEADING
              PERFORM PRINT-ONE-PAYMENT
                 VARYING WS-PAYMENT-IDX FROM 1 BY 1
                 UNTIL WS-PAYMENT-IDX > WS-PAYMENT-COUNT
              MOVE WS-RPR-CASH(WS-RATE-IDX)       TO PRN-REP-CASH
              MOVE WS-RPR-COMMISSION(WS-RATE-IDX) TO PRN-REP-COMMISSION
              WRITE PRINT-LINE FROM REP-TOTAL-LINE
           END-IF
           IF WS-RPR-COMMISSION(WS-RATE-IDX) > ZERO
              PERFORM ADD-COMMISSION-LINE
           END-IF.
       FIND-REP-NAME.
      * A REP WHO HAS LEFT EMPVSFIL IS STILL PRINTED AND FED, SO
      * COBTRN6 SHOWS THE LINE IT CANNOT PAY; THE RUN ENDS RC 4.
           MOVE SPACES TO PRN-REP-NAME
           IF WS-EMPFILE-OPEN = 'Y'
              MOVE WS-RPR-EMP-ID(WS-RATE-IDX) TO EMP-ID
              READ EMPLOYEE-VS-FILE
           END-IF
           IF WS-EMPFILE-OPEN = 'Y' AND EMP-FILE-STATUS = '00'
              MOVE SPACES TO NAMEFMT-PARMS
              MOVE EMP-FIRST-NAME TO NF-FIRST-NAME
              MOVE EMP-LAST-NAME  TO NF-LAST-NAME
              CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
                 ON EXCEPTION
                    MOVE EMP-LAST-NAME TO NF-LAST-FIRST
              END-CALL
              MOVE NF-LAST-FIRST TO PRN-REP-NAME
           ELSE
              ADD 1 TO WS-NO-NAME-COUNT
              MOVE '** NOT ON EMPLOYEE MASTER **' TO PRN-REP-NAME
           END-IF.
       PRINT-ONE-PAYMENT.
           IF WS-PAY-REP-IDX(WS-PAYMENT-IDX) = WS-RATE-IDX
              PERFORM PRINT-PAYMENT-LINE
           END-IF.
       PRINT-PAYMENT-LINE.
           MOVE SPACES TO PRN-NOTE
           MOVE WS-PAY-IDNUM(WS-PAYMENT-IDX)  TO PRN-IDNUM
           MOVE WS-PAY-REF(WS-PAYMENT-IDX)    TO PRN-INVOICE
           MOVE WS-PAY-DATE(WS-PAYMENT-IDX)   TO PRN-DATE
           MOVE WS-PAY-AMOUNT(WS-PAYMENT-IDX) TO PRN-AMOUNT
           WRITE PRINT-LINE FROM PAYMENT-DETAIL-LINE.
       ADD-COMMISSION-LINE.
           IF WS-CMF-COUNT >= 3000
              DISPLAY 'empcomm.dat FULL - NOT FED: REP '
                 WS-RPR-EMP-ID(WS-RATE-IDX)
           ELSE
              ADD 1 TO WS-REPS-PAID
              ADD WS-RPR-COMMISSION(WS-RATE-IDX) TO WS-TOTAL-COMMISSION
              MOVE SPACES TO COMMISSION-RECORD
              MOVE WS-RPR-EMP-ID(WS-RATE-IDX)     TO CMF-EMP-ID
              MOVE WS-SEL-MONTH                   TO CMF-PERIOD
              MOVE WS-RPR-CASH(WS-RATE-IDX)       TO CMF-CASH
              MOVE WS-RPR-RATE(WS-RATE-IDX)       TO CMF-RATE
              MOVE WS-RPR-COMMISSION(WS-RATE-IDX) TO CMF-AMOUNT
              MOVE 'P'                            TO CMF-STATUS
              MOVE ZERO                           TO CMF-PAY-DATE
              ADD 1 TO WS-CMF-COUNT
              MOVE COMMISSION-RECORD TO WS-CMF-DATA(WS-CMF-COUNT)
           END-IF.
       PRINT-NO-REP-CASH.
      * THE CASH NO REP IS PAID ON - A CUSTOMER OR STATE WITHOUT A
      * TERRITORY LINE, OR A REP WITHOUT A RATE.
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM NO-REP-HEADING
           WRITE PRINT-LINE FROM COLUMN-HEADING
           PERFORM PRINT-ONE-NO-REP
              VARYING WS-PAYMENT-IDX FROM 1 BY 1
              UNTIL WS-PAYMENT-IDX > WS-PAYMENT-COUNT
           MOVE WS-NO-REP-CASH TO PRN-NO-REP-CASH
           WRITE PRINT-LINE FROM NO-REP-TOTAL-LINE.
       PRINT-ONE-NO-REP.
           IF WS-PAY-REP-IDX(WS-PAYMENT-IDX) = ZERO
              PERFORM PRINT-PAYMENT-LINE
           END-IF.
       END PROGRAM COMMCALC.
