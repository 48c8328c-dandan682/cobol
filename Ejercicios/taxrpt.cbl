      * MONTHLY SALES TAX REGISTER BY STATE - THE NUMBERS THE
      * FILINGS ACTUALLY NEED. READS THE BILLED ORDERS.DAT LINES
      * FOR THE REQUESTED MONTH, RESOLVES EACH CUSTOMER'S
      * ADDR-STATE FROM CUSTOMER.DAT - OR, FOR A LINE SHIPPED TO ONE
      * OF THE CUSTOMER'S SHIP-TO ADDRESSES, THE SHIP-TO STATE FROM
      * shipto.dat - AND SUMS THE TAXABLE GOODS
      * AMOUNT AND THE TAX ORDER01 STAMPED ON EACH LINE, STATE BY
      * STATE.
      *
      * COMMAND LINE: MONTH (YYYYMM). BLANK TAKES EVERY BILLED
      * LINE ON FILE.
      *
      * BILLED LINES ORDCLOSE HAS MOVED TO AN ORDER-HISTORY FILE ARE
      * READ BACK FROM IT WHEN THE MONTH STARTS BEFORE THAT CLOSE'S
      * CUTOFF (CLOSE REGISTER ordclose.dat).
      *
      * A LINE SOLD TAX-FREE TO A CUSTOMER HOLDING AN EXEMPTION
      * CERTIFICATE (taxexempt.dat) FOR ITS STATE, IN DATE ON THE
      * ORDER DATE, IS LEFT OUT OF THE TAXABLE TOTALS AND LISTED IN
      * A SEPARATE EXEMPT SALES SECTION, STATE BY STATE UNDER EACH
      * CERTIFICATE NUMBER.
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
           SELECT OPTIONAL EXEMPT-FILE ASSIGN TO "taxexempt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXEMPT-STATUS.
           SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shipto.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT TAX-REPORT ASSIGN TO "taxreg.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
              03 ADDR-ZIP          PIC X(10).
           02 CUSTPHONE            PIC X(14).
           02 MAILFLAG             PIC X(01).
       FD CLOSE-REGISTER.
           COPY OCLREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(81).
       FD EXEMPT-FILE.
           COPY TXEREC.
       FD SHIPTO-FILE.
           COPY SHTREC.
       FD TAX-REPORT.
       01 PRINT-LINE              PIC X(70).
       WORKING-STORAGE SECTION.
          02 PRN-TOT-TAXABLE      PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(06) VALUE ' TAX: '.
          02 PRN-TOT-TAX          PIC ZZZZZZ9.99.
       01 EXEMPT-HEADING          PIC X(26) VALUE
          'EXEMPT SALES              '.
       01 EXEMPT-DETAIL-LINE.
          02 FILLER               PIC X(06) VALUE 'STATE '.
          02 PRN-EXS-STATE        PIC X(2).
          02 FILLER               PIC X(06) VALUE ' CERT '.
          02 PRN-EXS-CERT         PIC X(15).
          02 FILLER               PIC X(06) VALUE ' CUST '.
          02 PRN-EXS-IDNUM        PIC 9(5).
          02 FILLER               PIC X(08) VALUE ' EXEMPT '.
          02 PRN-EXS-AMOUNT       PIC ZZZZZZZZ9.99.
       01 EXEMPT-STATE-LINE.
          02 FILLER               PIC X(06) VALUE 'STATE '.
          02 PRN-EXT-STATE        PIC X(2).
          02 FILLER               PIC X(40) VALUE
             ' TOTAL EXEMPT SALES'.
          02 PRN-EXT-AMOUNT       PIC ZZZZZZZZ9.99.
       01 EXEMPT-TOTAL-LINE.
          02 FILLER               PIC X(48) VALUE
             'TOTAL EXEMPT SALES'.
          02 PRN-EXT-TOTAL        PIC ZZZZZZZZ9.99.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(70) VALUE SPACES.
       01 WS-ORDERS-STATUS        PIC X(2).
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-FILTER-MONTH         PIC X(6) VALUE SPACES.
      * FIRST DAY OF THE REQUESTED MONTH; ZERO WHEN EVERY BILLED
      * LINE IS WANTED.
       01 WS-FROM-DATE            PIC 9(8) VALUE ZERO.
       01 WS-FROM-R REDEFINES WS-FROM-DATE.
          05 WS-FROM-MONTH        PIC X(6).
          05 WS-FROM-DAY          PIC 9(2).
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-REG-EOF-FLAG         PIC X VALUE 'N'.
          88 WS-REG-EOF           VALUE 'Y'.
       01 WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-HIST-EOF          VALUE 'Y'.
       01 WS-HISTORY-NAME         PIC X(20) VALUE SPACES.
       01 WS-HIST-MISSING-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUST-ID        PIC 9(5).
       01 WS-STATE-FOUND          PIC 9(2) VALUE ZERO.
       01 WS-TOT-TAXABLE          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-TAX              PIC 9(8)V99 VALUE ZERO.
      * EXEMPTION CERTIFICATES FROM TXEMNT.
       01 WS-EXEMPT-STATUS        PIC X(2).
       01 WS-EXEMPT-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EXEMPT-EOF        VALUE 'Y'.
       01 WS-CERT-TABLE.
          05 WS-CERT-ENTRY OCCURS 500 TIMES.
             10 WS-CRT-IDNUM      PIC 9(5).
             10 WS-CRT-CERT-NUM   PIC X(15).
             10 WS-CRT-STATE      PIC X(2).
             10 WS-CRT-EXPIRY     PIC 9(8).
       01 WS-CERT-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CERT-IDX             PIC 9(3) VALUE ZERO.
       01 WS-LINE-CERT            PIC X(15) VALUE SPACES.
      * SHIP-TO STATES FROM FILE05, FOR LINES TAXED AT A SHIP-TO.
       01 WS-SHIPTO-STATUS        PIC X(2).
       01 WS-SHIPTO-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-SHIPTO-EOF        VALUE 'Y'.
       01 WS-SHIPTO-TABLE.
          05 WS-SHIPTO-ENTRY OCCURS 2000 TIMES.
             10 WS-SHT-IDNUM      PIC 9(5).
             10 WS-SHT-NUM        PIC 9(2).
             10 WS-SHT-STATE      PIC X(2).
       01 WS-SHIPTO-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-SHIPTO-IDX           PIC 9(4) VALUE ZERO.
      * EXEMPT SALES BY STATE, CERTIFICATE AND CUSTOMER, KEPT IN
      * THAT ORDER AS THEY ARE ADDED SO THE SECTION PRINTS STRAIGHT
      * THROUGH WITH A SUBTOTAL AT EACH CHANGE OF STATE.
       01 WS-EXEMPT-TABLE.
          05 WS-EXEMPT-ENTRY OCCURS 500 TIMES.
             10 WS-EXS-KEY.
                15 WS-EXS-STATE   PIC X(2).
                15 WS-EXS-CERT    PIC X(15).
                15 WS-EXS-IDNUM   PIC 9(5).
             10 WS-EXS-AMOUNT     PIC 9(9)V99.
       01 WS-EXEMPT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-EXEMPT-IDX           PIC 9(3) VALUE ZERO.
       01 WS-EXEMPT-FOUND         PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX             PIC 9(3) VALUE ZERO.
       01 WS-NEW-EXS-KEY.
          05 WS-NEW-EXS-STATE     PIC X(2).
          05 WS-NEW-EXS-CERT      PIC X(15).
          05 WS-NEW-EXS-IDNUM     PIC 9(5).
       01 WS-EXS-PRIOR-STATE      PIC X(2) VALUE SPACES.
       01 WS-EXS-STATE-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-EXEMPT           PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-NOSTATE-COUNT        PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:6) IS NUMERIC
              MOVE WS-CMDLINE(1:6) TO WS-FILTER-MONTH
              MOVE WS-FILTER-MONTH TO WS-FROM-MONTH
              MOVE 1 TO WS-FROM-DAY
              DISPLAY '  MONTH: ' WS-FILTER-MONTH
           END-IF
           PERFORM LOAD-CUSTOMER-STATES
           PERFORM LOAD-CERTIFICATES
           PERFORM LOAD-SHIPTO-STATES
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'NO ORDERS.DAT - NOTHING TO REPORT, '
                 NOT AT END PERFORM TALLY-ONE-LINE
              END-READ
           END-PERFORM
           PERFORM LOAD-ORDER-HISTORY
           CLOSE ORDERS-FILE
           OPEN OUTPUT TAX-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-TOT-TAXABLE TO PRN-TOT-TAXABLE
           MOVE WS-TOT-TAX     TO PRN-TOT-TAX
           WRITE PRINT-LINE FROM TOTAL-LINE
           IF WS-EXEMPT-COUNT > ZERO
              PERFORM WRITE-EXEMPT-SECTION
           END-IF
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE TAX-REPORT
           DISPLAY 'BILLED LINES REPORTED: ' WS-LINE-COUNT
           IF WS-NOSTATE-COUNT > ZERO
              DISPLAY 'LINES WITH NO CUSTOMER STATE: '
                 WS-NOSTATE-COUNT
           END-IF
           IF WS-HIST-MISSING-COUNT > ZERO
              DISPLAY 'ORDER HISTORY FILES NOT FOUND: '
                 WS-HIST-MISSING-COUNT
           END-IF
           IF WS-NOSTATE-COUNT > ZERO
              OR WS-HIST-MISSING-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
              CLOSE CUSTOMER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-CERTIFICATES.
      * NO taxexempt.dat SIMPLY MEANS NO SALE IS EXEMPT.
           OPEN INPUT EXEMPT-FILE
           IF WS-EXEMPT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EXEMPT-EOF OR WS-CERT-COUNT >= 500
                 READ EXEMPT-FILE
                    AT END SET WS-EXEMPT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CERT-COUNT
                       MOVE TXE-IDNUM
                          TO WS-CRT-IDNUM(WS-CERT-COUNT)
                       MOVE TXE-CERT-NUM
                          TO WS-CRT-CERT-NUM(WS-CERT-COUNT)
                       MOVE TXE-STATE
                          TO WS-CRT-STATE(WS-CERT-COUNT)
                       MOVE TXE-EXPIRY-DATE
                          TO WS-CRT-EXPIRY(WS-CERT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EXEMPT-FILE
           END-IF.
       LOAD-SHIPTO-STATES.
      * NO shipto.dat SIMPLY MEANS EVERY LINE WENT TO THE MAIN
      * ADDRESS.
           OPEN INPUT SHIPTO-FILE
           IF WS-SHIPTO-STATUS = '00' OR '05'
              PERFORM UNTIL WS-SHIPTO-EOF OR WS-SHIPTO-COUNT >= 2000
                 READ SHIPTO-FILE
                    AT END SET WS-SHIPTO-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SHIPTO-COUNT
                       MOVE SHT-IDNUM
                          TO WS-SHT-IDNUM(WS-SHIPTO-COUNT)
                       MOVE SHT-SHIPTO-NUM
                          TO WS-SHT-NUM(WS-SHIPTO-COUNT)
                       MOVE SHT-STATE
                          TO WS-SHT-STATE(WS-SHIPTO-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SHIPTO-FILE
           END-IF.
       LOAD-ORDER-HISTORY.
      * BILLED LINES A MONTH-END CLOSE MOVED TO HISTORY STILL COUNT
      * FOR A MONTH BEFORE THAT CLOSE'S CUTOFF. EACH ONE IS READ INTO
      * THE ORDER RECORD AND TALLIED LIKE A LIVE LINE.
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
                       PERFORM TALLY-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.
       TALLY-ONE-LINE.
      * ONLY BILLED LINES BELONG ON THE REGISTER - THE TAX GOES TO
      * THE STATE WHEN THE INVOICE GOES TO THE CUSTOMER.
                 IF WS-ORDER-STATE = SPACES
                    ADD 1 TO WS-NOSTATE-COUNT
                 ELSE
                    PERFORM FIND-LINE-CERTIFICATE
                    IF WS-LINE-CERT NOT = SPACES
                       PERFORM ADD-TO-EXEMPT-SALES
                    ELSE
                       PERFORM ADD-TO-STATE-TOTALS
                    END-IF
                 END-IF
              END-IF
           END-IF.
                 MOVE WS-CUST-STATE(WS-CUST-IDX)
                    TO WS-ORDER-STATE
              END-IF
           END-PERFORM
      * A LINE SHIPPED TO A SHIP-TO ADDRESS WAS TAXED IN ITS STATE.
           IF ORD-SHIPTO-NUM IS NUMERIC AND ORD-SHIPTO-NUM > ZERO
              PERFORM VARYING WS-SHIPTO-IDX FROM 1 BY 1
                 UNTIL WS-SHIPTO-IDX > WS-SHIPTO-COUNT
                 IF WS-SHT-IDNUM(WS-SHIPTO-IDX) = ORD-IDNUM
                    AND WS-SHT-NUM(WS-SHIPTO-IDX) = ORD-SHIPTO-NUM
                    MOVE WS-SHT-STATE(WS-SHIPTO-IDX)
                       TO WS-ORDER-STATE
                 END-IF
              END-PERFORM
           END-IF.
       FIND-LINE-CERTIFICATE.
      * A LINE BILLED WITHOUT TAX IS EXEMPT WHEN THE CUSTOMER HELD A
      * CERTIFICATE FOR THE STATE THAT WAS IN DATE WHEN IT WAS
      * ORDERED - THE SAME TEST ORDER01 AND ORDBATCH MADE.
           MOVE SPACES TO WS-LINE-CERT
           IF ORD-TAX-AMT = ZERO
              PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                 UNTIL WS-CERT-IDX > WS-CERT-COUNT
                 IF WS-CRT-IDNUM(WS-CERT-IDX) = ORD-IDNUM
                    AND WS-CRT-STATE(WS-CERT-IDX) = WS-ORDER-STATE
                    AND WS-CRT-EXPIRY(WS-CERT-IDX) >= ORD-DATE
                    MOVE WS-CRT-CERT-NUM(WS-CERT-IDX) TO WS-LINE-CERT
                 END-IF
              END-PERFORM
           END-IF.
       ADD-TO-EXEMPT-SALES.
           MOVE WS-ORDER-STATE TO WS-NEW-EXS-STATE
           MOVE WS-LINE-CERT   TO WS-NEW-EXS-CERT
           MOVE ORD-IDNUM      TO WS-NEW-EXS-IDNUM
           MOVE ZERO TO WS-EXEMPT-FOUND
           PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
              UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
                 OR WS-EXEMPT-FOUND > ZERO
              IF WS-EXS-KEY(WS-EXEMPT-IDX) = WS-NEW-EXS-KEY
                 MOVE WS-EXEMPT-IDX TO WS-EXEMPT-FOUND
              END-IF
           END-PERFORM
           IF WS-EXEMPT-FOUND = ZERO AND WS-EXEMPT-COUNT < 500
      * OPEN A SLOT IN KEY ORDER FOR A NEW STATE/CERTIFICATE.
              MOVE 1 TO WS-EXEMPT-FOUND
              PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
                 UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
                 IF WS-EXS-KEY(WS-EXEMPT-IDX) < WS-NEW-EXS-KEY
                    COMPUTE WS-EXEMPT-FOUND = WS-EXEMPT-IDX + 1
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-MOVE-IDX FROM WS-EXEMPT-COUNT BY -1
                 UNTIL WS-MOVE-IDX < WS-EXEMPT-FOUND
                 MOVE WS-EXEMPT-ENTRY(WS-MOVE-IDX)
                    TO WS-EXEMPT-ENTRY(WS-MOVE-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-EXEMPT-COUNT
              MOVE WS-NEW-EXS-KEY TO WS-EXS-KEY(WS-EXEMPT-FOUND)
              MOVE ZERO TO WS-EXS-AMOUNT(WS-EXEMPT-FOUND)
           END-IF
           IF WS-EXEMPT-FOUND > ZERO
              ADD ORD-EXT-PRICE TO WS-EXS-AMOUNT(WS-EXEMPT-FOUND)
              ADD ORD-EXT-PRICE TO WS-TOT-EXEMPT
           END-IF.
       ADD-TO-STATE-TOTALS.
           MOVE ZERO TO WS-STATE-FOUND
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
           MOVE WS-STA-TAXABLE(WS-STATE-IDX) TO PRN-TAXABLE
           MOVE WS-STA-TAX(WS-STATE-IDX)     TO PRN-TAX
           WRITE PRINT-LINE FROM STATE-DETAIL-LINE.
       WRITE-EXEMPT-SECTION.
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM EXEMPT-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-EXS-STATE(1) TO WS-EXS-PRIOR-STATE
           MOVE ZERO TO WS-EXS-STATE-TOTAL
           PERFORM WRITE-EXEMPT-LINE
              VARYING WS-EXEMPT-IDX FROM 1 BY 1
              UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
           PERFORM WRITE-EXEMPT-STATE-TOTAL
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-TOT-EXEMPT TO PRN-EXT-TOTAL
           WRITE PRINT-LINE FROM EXEMPT-TOTAL-LINE.
       WRITE-EXEMPT-LINE.
           IF WS-EXS-STATE(WS-EXEMPT-IDX) NOT = WS-EXS-PRIOR-STATE
              PERFORM WRITE-EXEMPT-STATE-TOTAL
              MOVE WS-EXS-STATE(WS-EXEMPT-IDX) TO WS-EXS-PRIOR-STATE
              MOVE ZERO TO WS-EXS-STATE-TOTAL
           END-IF
           MOVE WS-EXS-STATE(WS-EXEMPT-IDX)  TO PRN-EXS-STATE
           MOVE WS-EXS-CERT(WS-EXEMPT-IDX)   TO PRN-EXS-CERT
           MOVE WS-EXS-IDNUM(WS-EXEMPT-IDX)  TO PRN-EXS-IDNUM
           MOVE WS-EXS-AMOUNT(WS-EXEMPT-IDX) TO PRN-EXS-AMOUNT
           WRITE PRINT-LINE FROM EXEMPT-DETAIL-LINE
           ADD WS-EXS-AMOUNT(WS-EXEMPT-IDX) TO WS-EXS-STATE-TOTAL.
       WRITE-EXEMPT-STATE-TOTAL.
           MOVE WS-EXS-PRIOR-STATE TO PRN-EXT-STATE
           MOVE WS-EXS-STATE-TOTAL TO PRN-EXT-AMOUNT
           WRITE PRINT-LINE FROM EXEMPT-STATE-LINE.
       END PROGRAM TAXRPT.
