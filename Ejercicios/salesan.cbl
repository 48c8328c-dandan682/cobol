       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SALESAN.
      ***************************************
      * MONTHLY SALES ANALYSIS OVER THE BILLED ORDERS.DAT LINES.
      * EACH LINE COUNTS AT ITS EXTENDED PRICE AND QUANTITY, DATED
      * BY ORD-DATE, INTO FOUR PERIODS:
      *   - THE MONTH ASKED FOR
      *   - THAT YEAR TO THE END OF THE MONTH (YEAR-TO-DATE)
      *   - THE SAME MONTH LAST YEAR
      *   - LAST YEAR TO THE END OF THE SAME MONTH
      * salesan.rpt SHOWS, BY CUSTOMER AND THEN BY PRODUCT/SIZE,
      * QUANTITY AND REVENUE FOR THE MONTH AND YEAR-TO-DATE NEXT TO
      * LAST YEAR'S, WITH THE REVENUE CHANGE PER CENT (NEW WHEN
      * THERE WAS NOTHING LAST YEAR).
      *
      * BOTH LISTS PRINT IN ABC ORDER: HIGHEST YEAR-TO-DATE REVENUE
      * FIRST, CLASS A WHILE THE REVENUE ABOVE IT IS UNDER 80 PER
      * CENT OF THE TOTAL, B UNDER 95 PER CENT, C FOR THE TAIL. A
      * CUSTOMER OR PRODUCT WITH LAST YEAR'S SALES ONLY HAS NO CLASS
      * AND PRINTS LAST. A SUMMARY OF EACH CLASS FOLLOWS EACH LIST.
      *
      * COMMAND LINE: MONTH (YYYYMM). BLANK TAKES THE CURRENT MONTH.
      *
      * BILLED LINES ORDCLOSE HAS MOVED TO AN ORDER-HISTORY FILE ARE
      * READ BACK FROM IT WHEN LAST YEAR STARTS BEFORE THAT CLOSE'S
      * CUTOFF (CLOSE REGISTER ordclose.dat), AS TAXRPT DOES.
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
           SELECT SALES-REPORT ASSIGN TO "salesan.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ORDERS-FILE.
           COPY ORDREC.
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
       FD CLOSE-REGISTER.
           COPY OCLREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(81).
       FD SALES-REPORT.
       01 PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(26) VALUE
          'SALES ANALYSIS            '.
       01 MONTH-LINE.
          02 FILLER               PIC X(07) VALUE 'MONTH: '.
          02 PRN-MONTH            PIC 9(6).
          02 FILLER               PIC X(18) VALUE
             '  COMPARED WITH:  '.
          02 PRN-PRIOR-MONTH      PIC 9(6).
       01 CUSTOMER-HEADING        PIC X(17) VALUE
          'SALES BY CUSTOMER'.
       01 PRODUCT-HEADING         PIC X(21) VALUE
          'SALES BY PRODUCT/SIZE'.
       01 PERIOD-COLUMNS.
          02 FILLER               PIC X(32) VALUE SPACES.
          02 FILLER               PIC X(45) VALUE
             '-------------------- MONTH ------------------'.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 FILLER               PIC X(49) VALUE
             '------------------ YEAR-TO-DATE ----------------'.
       01 CUSTOMER-COLUMNS.
          02 FILLER               PIC X(32) VALUE
             'CUST  NAME                   CL '.
          02 FILLER               PIC X(45) VALUE
             '    QTY PY QTY     REVENUE  PY REVENUE   CHG%'.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 FILLER               PIC X(49) VALUE
             '    QTY  PY QTY      REVENUE   PY REVENUE   CHG%'.
       01 PRODUCT-COLUMNS.
          02 FILLER               PIC X(32) VALUE
             'PRODUCT    S                 CL '.
          02 FILLER               PIC X(45) VALUE
             '    QTY PY QTY     REVENUE  PY REVENUE   CHG%'.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 FILLER               PIC X(49) VALUE
             '    QTY  PY QTY      REVENUE   PY REVENUE   CHG%'.
      * ONE LAYOUT SERVES BOTH LISTS; THE PRODUCT LIST FILLS THE
      * IDENTIFYING COLUMNS THROUGH THE REDEFINITION.
       01 ANALYSIS-DETAIL-LINE.
          02 PRN-IDENT.
             03 PRN-IDNUM         PIC 9(5).
             03 FILLER            PIC X(01).
             03 PRN-NAME          PIC X(22).
          02 PRN-PRODUCT-IDENT REDEFINES PRN-IDENT.
             03 PRN-PRODNAME      PIC X(10).
             03 FILLER            PIC X(01).
             03 PRN-SIZE          PIC A.
             03 FILLER            PIC X(16).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-CLASS            PIC X(01).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-MTH-QTY          PIC ZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-PM-QTY           PIC ZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-MTH-REV          PIC ZZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-PM-REV           PIC ZZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-MTH-CHG          PIC X(07).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-YTD-QTY          PIC ZZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-PY-QTY           PIC ZZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-YTD-REV          PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-PY-REV           PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-YTD-CHG          PIC X(07).
       01 WS-CHG-EDIT             PIC -ZZZ9.9.
       01 CLASS-HEADING           PIC X(40) VALUE
          'ABC CLASS  COUNT  YTD REVENUE  SHARE%   '.
       01 CLASS-LINE.
          02 FILLER               PIC X(06) VALUE SPACES.
          02 PRN-CLS-CLASS        PIC X(01).
          02 FILLER               PIC X(03) VALUE SPACES.
          02 PRN-CLS-COUNT        PIC ZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-CLS-REVENUE      PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-CLS-SHARE        PIC ZZ9.9.
       01 TOTAL-LINE.
          02 FILLER               PIC X(32) VALUE 'TOTALS'.
          02 PRN-TOT-MTH-QTY      PIC ZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-PM-QTY       PIC ZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-MTH-REV      PIC ZZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-PM-REV       PIC ZZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-MTH-CHG      PIC X(07).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-TOT-YTD-QTY      PIC ZZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-PY-QTY       PIC ZZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-YTD-REV      PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-PY-REV       PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-YTD-CHG      PIC X(07).
       01 COUNT-LINE-1.
          02 FILLER               PIC X(28) VALUE
             'BILLED LINES ANALYSED:      '.
          02 PRN-ANALYSED-COUNT   PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(132) VALUE SPACES.
       01 WS-ORDERS-STATUS        PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-CURRENT-DATE         PIC 9(8).
      * THE MONTH ANALYSED AND THE SAME MONTH A YEAR EARLIER.
       01 WS-SEL-MONTH            PIC 9(6) VALUE ZERO.
       01 WS-SEL-R REDEFINES WS-SEL-MONTH.
          05 WS-SEL-YEAR          PIC 9(4).
          05 WS-SEL-MM            PIC 9(2).
       01 WS-PRIOR-MONTH          PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-R REDEFINES WS-PRIOR-MONTH.
          05 WS-PRIOR-YEAR        PIC 9(4).
          05 WS-PRIOR-MM          PIC 9(2).
       01 WS-LINE-MONTH           PIC 9(6) VALUE ZERO.
       01 WS-LINE-R REDEFINES WS-LINE-MONTH.
          05 WS-LINE-YEAR         PIC 9(4).
          05 WS-LINE-MM           PIC 9(2).
      * FIRST DAY OF LAST YEAR; HISTORY CLOSED BEFORE IT IS NOT
      * NEEDED.
       01 WS-FROM-DATE            PIC 9(8) VALUE ZERO.
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-REG-EOF-FLAG         PIC X VALUE 'N'.
          88 WS-REG-EOF           VALUE 'Y'.
       01 WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-HIST-EOF          VALUE 'Y'.
       01 WS-HISTORY-NAME         PIC X(20) VALUE SPACES.
       01 WS-HIST-MISSING-COUNT   PIC 9(4) VALUE ZERO.
      * THE FOUR PERIODS OF ONE LINE; ONLY THE ONES IT FALLS IN ARE
      * LOADED, THE REST STAY ZERO.
       01 WS-LINE-FIGURES.
          05 WS-LN-MTH-QTY        PIC 9(7).
          05 WS-LN-MTH-REV        PIC 9(9)V99.
          05 WS-LN-PM-QTY         PIC 9(7).
          05 WS-LN-PM-REV         PIC 9(9)V99.
          05 WS-LN-YTD-QTY        PIC 9(7).
          05 WS-LN-YTD-REV        PIC 9(9)V99.
          05 WS-LN-PY-QTY         PIC 9(7).
          05 WS-LN-PY-REV         PIC 9(9)V99.
       01 WS-LINE-IN-RANGE        PIC X VALUE 'N'.
      * PER CUSTOMER TOTALS, IN CUSTOMER.DAT ORDER. A LINE FOR A
      * CUSTOMER NO LONGER ON FILE OPENS AN ENTRY OF ITS OWN.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUS-IDNUM      PIC 9(5).
             10 WS-CUS-NAME       PIC X(22).
             10 WS-CUS-CLASS      PIC X.
             10 WS-CUS-LINES      PIC 9(5).
             10 WS-CUS-FIGURES.
                15 WS-CUS-MTH-QTY PIC 9(7).
                15 WS-CUS-MTH-REV PIC 9(9)V99.
                15 WS-CUS-PM-QTY  PIC 9(7).
                15 WS-CUS-PM-REV  PIC 9(9)V99.
                15 WS-CUS-YTD-QTY PIC 9(7).
                15 WS-CUS-YTD-REV PIC 9(9)V99.
                15 WS-CUS-PY-QTY  PIC 9(7).
                15 WS-CUS-PY-REV  PIC 9(9)V99.
       01 WS-CUST-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX             PIC 9(4) VALUE ZERO.
       01 WS-CUST-FOUND           PIC 9(4) VALUE ZERO.
      * CUSTOMERS WITH SALES, AS SUBSCRIPTS INTO WS-CUST-TABLE IN
      * DESCENDING YEAR-TO-DATE REVENUE.
       01 WS-CUST-RANK-TABLE.
          05 WS-CUST-RANK         PIC 9(4) OCCURS 1000 TIMES.
       01 WS-CUST-RANK-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-RANK-IDX             PIC 9(4) VALUE ZERO.
       01 WS-MOVE-IDX             PIC 9(4) VALUE ZERO.
      * PER PRODUCT/SIZE TOTALS, KEPT IN PRODUCT/SIZE ORDER BY
      * INSERTING EACH NEW ITEM AT ITS PLACE.
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 150 TIMES.
             10 WS-PRD-KEY.
                15 WS-PRD-PRODNAME PIC X(10).
                15 WS-PRD-SIZE     PIC A.
             10 WS-PRD-CLASS       PIC X.
             10 WS-PRD-FIGURES.
                15 WS-PRD-MTH-QTY  PIC 9(7).
                15 WS-PRD-MTH-REV  PIC 9(9)V99.
                15 WS-PRD-PM-QTY   PIC 9(7).
                15 WS-PRD-PM-REV   PIC 9(9)V99.
                15 WS-PRD-YTD-QTY  PIC 9(7).
                15 WS-PRD-YTD-REV  PIC 9(9)V99.
                15 WS-PRD-PY-QTY   PIC 9(7).
                15 WS-PRD-PY-REV   PIC 9(9)V99.
       01 WS-PRODUCT-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-IDX          PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-FOUND        PIC 9(3) VALUE ZERO.
       01 WS-PRD-MOVE-IDX         PIC 9(3) VALUE ZERO.
       01 WS-WORK-KEY.
          05 WS-WORK-PRODNAME     PIC X(10).
          05 WS-WORK-SIZE         PIC A.
       01 WS-PRODUCT-RANK-TABLE.
          05 WS-PRODUCT-RANK      PIC 9(3) OCCURS 150 TIMES.
       01 WS-PRODUCT-RANK-COUNT   PIC 9(3) VALUE ZERO.
      * GRAND TOTALS OVER EVERY LINE ANALYSED.
       01 WS-TOT-FIGURES.
          05 WS-TOT-MTH-QTY       PIC 9(7) VALUE ZERO.
          05 WS-TOT-MTH-REV       PIC 9(9)V99 VALUE ZERO.
          05 WS-TOT-PM-QTY        PIC 9(7) VALUE ZERO.
          05 WS-TOT-PM-REV        PIC 9(9)V99 VALUE ZERO.
          05 WS-TOT-YTD-QTY       PIC 9(7) VALUE ZERO.
          05 WS-TOT-YTD-REV       PIC 9(9)V99 VALUE ZERO.
          05 WS-TOT-PY-QTY        PIC 9(7) VALUE ZERO.
          05 WS-TOT-PY-REV        PIC 9(9)V99 VALUE ZERO.
       01 WS-ANALYSED-COUNT       PIC 9(5) VALUE ZERO.
      * FIGURES BEING PRINTED, AND THE CHANGE PER CENT WORK AREAS.
       01 WS-PRINT-FIGURES.
          05 WS-PR-MTH-QTY        PIC 9(7).
          05 WS-PR-MTH-REV        PIC 9(9)V99.
          05 WS-PR-PM-QTY         PIC 9(7).
          05 WS-PR-PM-REV         PIC 9(9)V99.
          05 WS-PR-YTD-QTY        PIC 9(7).
          05 WS-PR-YTD-REV        PIC 9(9)V99.
          05 WS-PR-PY-QTY         PIC 9(7).
          05 WS-PR-PY-REV         PIC 9(9)V99.
       01 WS-CHG-NOW              PIC 9(9)V99 VALUE ZERO.
       01 WS-CHG-BEFORE           PIC 9(9)V99 VALUE ZERO.
       01 WS-CHG-PCT              PIC S9(4)V9 VALUE ZERO.
       01 WS-CHG-TEXT             PIC X(07).
      * ABC CLASSING: RUNNING REVENUE ABOVE THE ITEM AND THE CLASS
      * SUMMARY.
       01 WS-CUM-REVENUE          PIC 9(9)V99 VALUE ZERO.
       01 WS-CUM-PCT              PIC 9(3)V9(4) VALUE ZERO.
       01 WS-ITEM-REVENUE         PIC 9(9)V99 VALUE ZERO.
       01 WS-ITEM-CLASS           PIC X VALUE SPACE.
       01 WS-CLASS-TABLE.
          05 WS-CLASS-ENTRY OCCURS 3 TIMES.
             10 WS-CLS-COUNT      PIC 9(5).
             10 WS-CLS-REVENUE    PIC 9(9)V99.
       01 WS-CLASS-IDX            PIC 9 VALUE ZERO.
       01 WS-CLASS-LETTERS        PIC X(3) VALUE 'ABC'.
       01 WS-NAMEFMT-PROG         PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME        PIC X(20).
          05 NF-LAST-NAME         PIC X(30).
          05 NF-LAST-FIRST        PIC X(52).
          05 NF-FIRST-LAST        PIC X(51).
       PROCEDURE DIVISION.
           DISPLAY 'SALESAN - SALES ANALYSIS'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE = SPACES
              MOVE WS-CURRENT-DATE(1:6) TO WS-SEL-MONTH
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
           MOVE WS-SEL-MONTH TO WS-PRIOR-MONTH
           SUBTRACT 1 FROM WS-PRIOR-YEAR
           COMPUTE WS-FROM-DATE = WS-PRIOR-YEAR * 10000 + 101
           DISPLAY '  MONTH: ' WS-SEL-MONTH
              '  COMPARED WITH: ' WS-PRIOR-MONTH
           PERFORM LOAD-CUSTOMER-TABLE
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'NO ORDERS.DAT - NOTHING TO REPORT, '
                 'STATUS: ' WS-ORDERS-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
              READ ORDERS-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM TALLY-ONE-LINE
              END-READ
           END-PERFORM
           PERFORM LOAD-ORDER-HISTORY
           CLOSE ORDERS-FILE
           PERFORM RANK-CUSTOMERS
           PERFORM RANK-PRODUCTS
           OPEN OUTPUT SALES-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-SEL-MONTH   TO PRN-MONTH
           MOVE WS-PRIOR-MONTH TO PRN-PRIOR-MONTH
           WRITE PRINT-LINE FROM MONTH-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM CUSTOMER-HEADING
           WRITE PRINT-LINE FROM PERIOD-COLUMNS
           WRITE PRINT-LINE FROM CUSTOMER-COLUMNS
           PERFORM WRITE-CUSTOMER-LINE
              VARYING WS-RANK-IDX FROM 1 BY 1
              UNTIL WS-RANK-IDX > WS-CUST-RANK-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM WRITE-CLASS-SUMMARY
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM CLASS-PRODUCTS
           WRITE PRINT-LINE FROM PRODUCT-HEADING
           WRITE PRINT-LINE FROM PERIOD-COLUMNS
           WRITE PRINT-LINE FROM PRODUCT-COLUMNS
           PERFORM WRITE-PRODUCT-LINE
              VARYING WS-RANK-IDX FROM 1 BY 1
              UNTIL WS-RANK-IDX > WS-PRODUCT-RANK-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM WRITE-CLASS-SUMMARY
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-TOT-FIGURES TO WS-PRINT-FIGURES
           PERFORM EDIT-CHANGES
           MOVE WS-PR-MTH-QTY TO PRN-TOT-MTH-QTY
           MOVE WS-PR-PM-QTY  TO PRN-TOT-PM-QTY
           MOVE WS-PR-MTH-REV TO PRN-TOT-MTH-REV
           MOVE WS-PR-PM-REV  TO PRN-TOT-PM-REV
           MOVE PRN-MTH-CHG   TO PRN-TOT-MTH-CHG
           MOVE WS-PR-YTD-QTY TO PRN-TOT-YTD-QTY
           MOVE WS-PR-PY-QTY  TO PRN-TOT-PY-QTY
           MOVE WS-PR-YTD-REV TO PRN-TOT-YTD-REV
           MOVE WS-PR-PY-REV  TO PRN-TOT-PY-REV
           MOVE PRN-YTD-CHG   TO PRN-TOT-YTD-CHG
           WRITE PRINT-LINE FROM TOTAL-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-ANALYSED-COUNT TO PRN-ANALYSED-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE SALES-REPORT
           DISPLAY 'BILLED LINES ANALYSED: ' WS-ANALYSED-COUNT
           IF WS-HIST-MISSING-COUNT > ZERO
              DISPLAY 'ORDER HISTORY FILES NOT FOUND: '
                 WS-HIST-MISSING-COUNT
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS NOT = '00'
              DISPLAY 'NO CUSTOMER.DAT - CUSTOMERS PRINT WITHOUT '
                 'NAMES'
           ELSE
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       PERFORM STORE-CUSTOMER
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF.
       STORE-CUSTOMER.
           MOVE IDNUM TO WS-CUS-IDNUM(WS-CUST-COUNT)
           MOVE SPACES    TO NAMEFMT-PARMS
           MOVE FIRSTNAME TO NF-FIRST-NAME
           MOVE LASTNAME  TO NF-LAST-NAME
           CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
              ON EXCEPTION MOVE CUSTNAME TO NF-LAST-FIRST
           END-CALL
           MOVE NF-LAST-FIRST TO WS-CUS-NAME(WS-CUST-COUNT)
           MOVE SPACE TO WS-CUS-CLASS(WS-CUST-COUNT)
           MOVE ZERO TO WS-CUS-LINES(WS-CUST-COUNT)
           INITIALIZE WS-CUS-FIGURES(WS-CUST-COUNT).
       LOAD-ORDER-HISTORY.
      * BILLED LINES A MONTH-END CLOSE MOVED TO HISTORY STILL COUNT
      * WHEN LAST YEAR STARTS BEFORE THAT CLOSE'S CUTOFF. EACH ONE
      * IS READ INTO THE ORDER RECORD AND TALLIED LIKE A LIVE LINE.
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
      * ONLY BILLED LINES ARE SALES; AN OPEN OR CANCELLED LINE HAS
      * EARNED NOTHING YET. A LINE IN THE MONTH IS ALSO IN THE
      * YEAR-TO-DATE, AND LIKEWISE FOR LAST YEAR.
           IF ORD-BILLED AND ORD-DATE IS NUMERIC
              MOVE ORD-DATE(1:6) TO WS-LINE-MONTH
              INITIALIZE WS-LINE-FIGURES
              MOVE 'N' TO WS-LINE-IN-RANGE
              IF WS-LINE-YEAR = WS-SEL-YEAR
                 AND WS-LINE-MM <= WS-SEL-MM
                 MOVE 'Y' TO WS-LINE-IN-RANGE
                 MOVE ORD-QTY       TO WS-LN-YTD-QTY
                 MOVE ORD-EXT-PRICE TO WS-LN-YTD-REV
                 IF WS-LINE-MM = WS-SEL-MM
                    MOVE ORD-QTY       TO WS-LN-MTH-QTY
                    MOVE ORD-EXT-PRICE TO WS-LN-MTH-REV
                 END-IF
              END-IF
              IF WS-LINE-YEAR = WS-PRIOR-YEAR
                 AND WS-LINE-MM <= WS-PRIOR-MM
                 MOVE 'Y' TO WS-LINE-IN-RANGE
                 MOVE ORD-QTY       TO WS-LN-PY-QTY
                 MOVE ORD-EXT-PRICE TO WS-LN-PY-REV
                 IF WS-LINE-MM = WS-PRIOR-MM
                    MOVE ORD-QTY       TO WS-LN-PM-QTY
                    MOVE ORD-EXT-PRICE TO WS-LN-PM-REV
                 END-IF
              END-IF
              IF WS-LINE-IN-RANGE = 'Y'
                 ADD 1 TO WS-ANALYSED-COUNT
                 PERFORM ADD-TO-CUSTOMER-TOTALS
                 PERFORM ADD-TO-PRODUCT-TOTALS
                 ADD WS-LN-MTH-QTY TO WS-TOT-MTH-QTY
                 ADD WS-LN-MTH-REV TO WS-TOT-MTH-REV
                 ADD WS-LN-PM-QTY  TO WS-TOT-PM-QTY
                 ADD WS-LN-PM-REV  TO WS-TOT-PM-REV
                 ADD WS-LN-YTD-QTY TO WS-TOT-YTD-QTY
                 ADD WS-LN-YTD-REV TO WS-TOT-YTD-REV
                 ADD WS-LN-PY-QTY  TO WS-TOT-PY-QTY
                 ADD WS-LN-PY-REV  TO WS-TOT-PY-REV
              END-IF
           END-IF.
       ADD-TO-CUSTOMER-TOTALS.
           MOVE ZERO TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUS-IDNUM(WS-CUST-IDX) = ORD-IDNUM
                 MOVE WS-CUST-IDX TO WS-CUST-FOUND
              END-IF
           END-PERFORM
           IF WS-CUST-FOUND = ZERO AND WS-CUST-COUNT < 1000
              ADD 1 TO WS-CUST-COUNT
              MOVE WS-CUST-COUNT TO WS-CUST-FOUND
              MOVE ORD-IDNUM TO WS-CUS-IDNUM(WS-CUST-FOUND)
              MOVE '** NOT ON FILE **' TO WS-CUS-NAME(WS-CUST-FOUND)
              MOVE SPACE TO WS-CUS-CLASS(WS-CUST-FOUND)
              MOVE ZERO TO WS-CUS-LINES(WS-CUST-FOUND)
              INITIALIZE WS-CUS-FIGURES(WS-CUST-FOUND)
           END-IF
           IF WS-CUST-FOUND > ZERO
              ADD 1             TO WS-CUS-LINES(WS-CUST-FOUND)
              ADD WS-LN-MTH-QTY TO WS-CUS-MTH-QTY(WS-CUST-FOUND)
              ADD WS-LN-MTH-REV TO WS-CUS-MTH-REV(WS-CUST-FOUND)
              ADD WS-LN-PM-QTY  TO WS-CUS-PM-QTY(WS-CUST-FOUND)
              ADD WS-LN-PM-REV  TO WS-CUS-PM-REV(WS-CUST-FOUND)
              ADD WS-LN-YTD-QTY TO WS-CUS-YTD-QTY(WS-CUST-FOUND)
              ADD WS-LN-YTD-REV TO WS-CUS-YTD-REV(WS-CUST-FOUND)
              ADD WS-LN-PY-QTY  TO WS-CUS-PY-QTY(WS-CUST-FOUND)
              ADD WS-LN-PY-REV  TO WS-CUS-PY-REV(WS-CUST-FOUND)
           ELSE
              DISPLAY 'CUSTOMER TABLE FULL - LINE IN TOTALS ONLY: '
                 ORD-IDNUM
           END-IF.
       ADD-TO-PRODUCT-TOTALS.
           MOVE ORD-PRODNAME TO WS-WORK-PRODNAME
           MOVE ORD-SIZE     TO WS-WORK-SIZE
           MOVE ZERO TO WS-PRODUCT-FOUND
           PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
              UNTIL WS-PRODUCT-IDX > WS-PRODUCT-COUNT
              IF WS-PRD-KEY(WS-PRODUCT-IDX) = WS-WORK-KEY
                 MOVE WS-PRODUCT-IDX TO WS-PRODUCT-FOUND
              END-IF
           END-PERFORM
           IF WS-PRODUCT-FOUND = ZERO AND WS-PRODUCT-COUNT < 150
              PERFORM INSERT-IN-KEY-ORDER
           END-IF
           IF WS-PRODUCT-FOUND > ZERO
              ADD WS-LN-MTH-QTY TO WS-PRD-MTH-QTY(WS-PRODUCT-FOUND)
              ADD WS-LN-MTH-REV TO WS-PRD-MTH-REV(WS-PRODUCT-FOUND)
              ADD WS-LN-PM-QTY  TO WS-PRD-PM-QTY(WS-PRODUCT-FOUND)
              ADD WS-LN-PM-REV  TO WS-PRD-PM-REV(WS-PRODUCT-FOUND)
              ADD WS-LN-YTD-QTY TO WS-PRD-YTD-QTY(WS-PRODUCT-FOUND)
              ADD WS-LN-YTD-REV TO WS-PRD-YTD-REV(WS-PRODUCT-FOUND)
              ADD WS-LN-PY-QTY  TO WS-PRD-PY-QTY(WS-PRODUCT-FOUND)
              ADD WS-LN-PY-REV  TO WS-PRD-PY-REV(WS-PRODUCT-FOUND)
           ELSE
              DISPLAY 'PRODUCT TABLE FULL - LINE IN TOTALS ONLY: '
                 ORD-PRODNAME ' ' ORD-SIZE
           END-IF.
       INSERT-IN-KEY-ORDER.
      * THE WAY PICKLIST KEEPS ITS PICK TOTALS IN ORDER.
           MOVE WS-PRODUCT-COUNT TO WS-PRD-MOVE-IDX
           ADD 1 TO WS-PRODUCT-COUNT
           PERFORM UNTIL WS-PRD-MOVE-IDX < 1
              OR WS-PRD-KEY(WS-PRD-MOVE-IDX) <= WS-WORK-KEY
              MOVE WS-PRODUCT-ENTRY(WS-PRD-MOVE-IDX)
                 TO WS-PRODUCT-ENTRY(WS-PRD-MOVE-IDX + 1)
              SUBTRACT 1 FROM WS-PRD-MOVE-IDX
           END-PERFORM
           COMPUTE WS-PRODUCT-FOUND = WS-PRD-MOVE-IDX + 1
           MOVE WS-WORK-KEY TO WS-PRD-KEY(WS-PRODUCT-FOUND)
           MOVE SPACE TO WS-PRD-CLASS(WS-PRODUCT-FOUND)
           INITIALIZE WS-PRD-FIGURES(WS-PRODUCT-FOUND).
       RANK-CUSTOMERS.
      * EVERY CUSTOMER WITH A SALE IN ANY OF THE FOUR PERIODS GOES
      * INTO THE RANKING, HIGHEST YEAR-TO-DATE REVENUE FIRST; EQUAL
      * REVENUE KEEPS CUSTOMER.DAT ORDER. CLASSES ARE THEN GIVEN
      * DOWN THE RANKING.
           MOVE ZERO TO WS-CUST-RANK-COUNT
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUS-LINES(WS-CUST-IDX) > ZERO
                 MOVE WS-CUST-RANK-COUNT TO WS-MOVE-IDX
                 ADD 1 TO WS-CUST-RANK-COUNT
                 PERFORM UNTIL WS-MOVE-IDX < 1
                    OR WS-CUS-YTD-REV(WS-CUST-RANK(WS-MOVE-IDX))
                       >= WS-CUS-YTD-REV(WS-CUST-IDX)
                    MOVE WS-CUST-RANK(WS-MOVE-IDX)
                       TO WS-CUST-RANK(WS-MOVE-IDX + 1)
                    SUBTRACT 1 FROM WS-MOVE-IDX
                 END-PERFORM
                 MOVE WS-CUST-IDX TO WS-CUST-RANK(WS-MOVE-IDX + 1)
              END-IF
           END-PERFORM
           INITIALIZE WS-CLASS-TABLE
           MOVE ZERO TO WS-CUM-REVENUE
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
              UNTIL WS-RANK-IDX > WS-CUST-RANK-COUNT
              MOVE WS-CUST-RANK(WS-RANK-IDX) TO WS-CUST-IDX
              MOVE WS-CUS-YTD-REV(WS-CUST-IDX) TO WS-ITEM-REVENUE
              PERFORM CLASS-ONE-ITEM
              MOVE WS-ITEM-CLASS TO WS-CUS-CLASS(WS-CUST-IDX)
           END-PERFORM.
       RANK-PRODUCTS.
      * THE SAME RANKING FOR PRODUCT/SIZE; EQUAL REVENUE KEEPS
      * PRODUCT/SIZE ORDER.
           MOVE ZERO TO WS-PRODUCT-RANK-COUNT
           PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
              UNTIL WS-PRODUCT-IDX > WS-PRODUCT-COUNT
              MOVE WS-PRODUCT-RANK-COUNT TO WS-PRD-MOVE-IDX
              ADD 1 TO WS-PRODUCT-RANK-COUNT
              PERFORM UNTIL WS-PRD-MOVE-IDX < 1
                 OR WS-PRD-YTD-REV(WS-PRODUCT-RANK(WS-PRD-MOVE-IDX))
                    >= WS-PRD-YTD-REV(WS-PRODUCT-IDX)
                 MOVE WS-PRODUCT-RANK(WS-PRD-MOVE-IDX)
                    TO WS-PRODUCT-RANK(WS-PRD-MOVE-IDX + 1)
                 SUBTRACT 1 FROM WS-PRD-MOVE-IDX
              END-PERFORM
              MOVE WS-PRODUCT-IDX
                 TO WS-PRODUCT-RANK(WS-PRD-MOVE-IDX + 1)
           END-PERFORM.
       CLASS-PRODUCTS.
      * DONE AFTER THE CUSTOMER SUMMARY HAS PRINTED, SINCE BOTH USE
      * THE ONE CLASS SUMMARY TABLE.
           INITIALIZE WS-CLASS-TABLE
           MOVE ZERO TO WS-CUM-REVENUE
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
              UNTIL WS-RANK-IDX > WS-PRODUCT-RANK-COUNT
              MOVE WS-PRODUCT-RANK(WS-RANK-IDX) TO WS-PRODUCT-IDX
              MOVE WS-PRD-YTD-REV(WS-PRODUCT-IDX) TO WS-ITEM-REVENUE
              PERFORM CLASS-ONE-ITEM
              MOVE WS-ITEM-CLASS TO WS-PRD-CLASS(WS-PRODUCT-IDX)
           END-PERFORM.
       CLASS-ONE-ITEM.
      * THE CLASS GOES BY THE SHARE OF YEAR-TO-DATE REVENUE ALREADY
      * TAKEN BY THE ITEMS RANKED ABOVE, SO THE ITEM THAT CARRIES
      * THE TOTAL PAST 80 PER CENT IS STILL AN A.
           IF WS-ITEM-REVENUE = ZERO OR WS-TOT-YTD-REV = ZERO
              MOVE SPACE TO WS-ITEM-CLASS
           ELSE
              COMPUTE WS-CUM-PCT =
                 WS-CUM-REVENUE * 100 / WS-TOT-YTD-REV
              EVALUATE TRUE
                 WHEN WS-CUM-PCT < 80
                    MOVE 1 TO WS-CLASS-IDX
                 WHEN WS-CUM-PCT < 95
                    MOVE 2 TO WS-CLASS-IDX
                 WHEN OTHER
                    MOVE 3 TO WS-CLASS-IDX
              END-EVALUATE
              MOVE WS-CLASS-LETTERS(WS-CLASS-IDX:1) TO WS-ITEM-CLASS
              ADD 1 TO WS-CLS-COUNT(WS-CLASS-IDX)
              ADD WS-ITEM-REVENUE TO WS-CLS-REVENUE(WS-CLASS-IDX)
              ADD WS-ITEM-REVENUE TO WS-CUM-REVENUE
           END-IF.
       WRITE-CLASS-SUMMARY.
           WRITE PRINT-LINE FROM CLASS-HEADING
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
              UNTIL WS-CLASS-IDX > 3
              MOVE WS-CLASS-LETTERS(WS-CLASS-IDX:1) TO PRN-CLS-CLASS
              MOVE WS-CLS-COUNT(WS-CLASS-IDX)   TO PRN-CLS-COUNT
              MOVE WS-CLS-REVENUE(WS-CLASS-IDX) TO PRN-CLS-REVENUE
              IF WS-TOT-YTD-REV = ZERO
                 MOVE ZERO TO PRN-CLS-SHARE
              ELSE
                 COMPUTE PRN-CLS-SHARE ROUNDED =
                    WS-CLS-REVENUE(WS-CLASS-IDX) * 100
                    / WS-TOT-YTD-REV
              END-IF
              WRITE PRINT-LINE FROM CLASS-LINE
           END-PERFORM.
       WRITE-CUSTOMER-LINE.
           MOVE WS-CUST-RANK(WS-RANK-IDX) TO WS-CUST-IDX
           MOVE SPACES TO PRN-IDENT
           MOVE WS-CUS-IDNUM(WS-CUST-IDX)   TO PRN-IDNUM
           MOVE WS-CUS-NAME(WS-CUST-IDX)    TO PRN-NAME
           MOVE WS-CUS-CLASS(WS-CUST-IDX)   TO PRN-CLASS
           MOVE WS-CUS-FIGURES(WS-CUST-IDX) TO WS-PRINT-FIGURES
           PERFORM WRITE-ANALYSIS-LINE.
       WRITE-PRODUCT-LINE.
           MOVE WS-PRODUCT-RANK(WS-RANK-IDX) TO WS-PRODUCT-IDX
           MOVE SPACES TO PRN-IDENT
           MOVE WS-PRD-PRODNAME(WS-PRODUCT-IDX) TO PRN-PRODNAME
           MOVE WS-PRD-SIZE(WS-PRODUCT-IDX)     TO PRN-SIZE
           MOVE WS-PRD-CLASS(WS-PRODUCT-IDX)    TO PRN-CLASS
           MOVE WS-PRD-FIGURES(WS-PRODUCT-IDX)  TO WS-PRINT-FIGURES
           PERFORM WRITE-ANALYSIS-LINE.
       WRITE-ANALYSIS-LINE.
           MOVE WS-PR-MTH-QTY TO PRN-MTH-QTY
           MOVE WS-PR-PM-QTY  TO PRN-PM-QTY
           MOVE WS-PR-MTH-REV TO PRN-MTH-REV
           MOVE WS-PR-PM-REV  TO PRN-PM-REV
           MOVE WS-PR-YTD-QTY TO PRN-YTD-QTY
           MOVE WS-PR-PY-QTY  TO PRN-PY-QTY
           MOVE WS-PR-YTD-REV TO PRN-YTD-REV
           MOVE WS-PR-PY-REV  TO PRN-PY-REV
           PERFORM EDIT-CHANGES
           WRITE PRINT-LINE FROM ANALYSIS-DETAIL-LINE.
       EDIT-CHANGES.
           MOVE WS-PR-MTH-REV TO WS-CHG-NOW
           MOVE WS-PR-PM-REV  TO WS-CHG-BEFORE
           PERFORM COMPUTE-CHANGE
           MOVE WS-CHG-TEXT   TO PRN-MTH-CHG
           MOVE WS-PR-YTD-REV TO WS-CHG-NOW
           MOVE WS-PR-PY-REV  TO WS-CHG-BEFORE
           PERFORM COMPUTE-CHANGE
           MOVE WS-CHG-TEXT   TO PRN-YTD-CHG.
       COMPUTE-CHANGE.
      * REVENUE CHANGE ON LAST YEAR. NOTHING EITHER YEAR PRINTS
      * BLANK; NOTHING LAST YEAR PRINTS NEW.
           EVALUATE TRUE
              WHEN WS-CHG-BEFORE = ZERO AND WS-CHG-NOW = ZERO
                 MOVE SPACES TO WS-CHG-TEXT
              WHEN WS-CHG-BEFORE = ZERO
                 MOVE '    NEW' TO WS-CHG-TEXT
              WHEN OTHER
                 COMPUTE WS-CHG-PCT ROUNDED =
                    (WS-CHG-NOW - WS-CHG-BEFORE) * 100 / WS-CHG-BEFORE
                    ON SIZE ERROR MOVE 9999.9 TO WS-CHG-PCT
                 END-COMPUTE
                 MOVE WS-CHG-PCT  TO WS-CHG-EDIT
                 MOVE WS-CHG-EDIT TO WS-CHG-TEXT
           END-EVALUATE.
       END PROGRAM SALESAN.
