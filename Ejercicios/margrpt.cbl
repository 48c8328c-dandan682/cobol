       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MARGRPT.
      ***************************************
      * GROSS MARGIN REPORT OVER THE BILLED ORDERS.DAT LINES. EACH
      * LINE'S REVENUE IS THE EXTENDED PRICE ORDER ENTRY STAMPED ON
      * IT; ITS COST IS THE QUANTITY AT THE STANDARD COST IN FORCE
      * ON THE ORDER DATE - THE LATEST COSTMNT EFFECTIVE DATE NOT
      * AFTER IT ON prodcost.dat. A KIT WITH NO COST OF ITS OWN
      * COSTS THE SUM OF ITS COMPONENTS FROM kitdef.dat AT THAT
      * DATE. margin.rpt SHOWS:
      *   - EVERY LINE THAT SOLD BELOW COST, AND EVERY LINE THAT
      *     COULD NOT BE COSTED (THESE STAY OUT OF THE MARGIN
      *     FIGURES RATHER THAN SHOW A FALSE 100 PER CENT)
      *   - REVENUE, COST AND MARGIN BY PRODUCT/SIZE
      *   - REVENUE, COST AND MARGIN BY CUSTOMER
      *   - THE TOTALS
      *
      * COMMAND LINE: MONTH (YYYYMM). BLANK TAKES EVERY BILLED
      * LINE ON FILE.
      *
      * BILLED LINES ORDCLOSE HAS MOVED TO AN ORDER-HISTORY FILE ARE
      * READ BACK FROM IT WHEN THE MONTH STARTS BEFORE THAT CLOSE'S
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
           SELECT OPTIONAL COST-FILE ASSIGN TO "prodcost.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COST-STATUS.
           SELECT OPTIONAL KIT-FILE ASSIGN TO "kitdef.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
           SELECT OPTIONAL CLOSE-REGISTER ASSIGN TO "ordclose.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT HISTORY-FILE
              ASSIGN TO DYNAMIC WS-HISTORY-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT MARGIN-REPORT ASSIGN TO "margin.rpt"
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
       FD COST-FILE.
           COPY COSTREC.
       FD KIT-FILE.
           COPY KITREC.
       FD CLOSE-REGISTER.
           COPY OCLREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(81).
       FD MARGIN-REPORT.
       01 PRINT-LINE              PIC X(90).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(26) VALUE
          'GROSS MARGIN REPORT       '.
       01 MONTH-LINE.
          02 FILLER               PIC X(07) VALUE 'MONTH: '.
          02 PRN-MONTH            PIC X(6).
       01 EXCEPTION-HEADING       PIC X(33) VALUE
          'LINES BELOW COST OR NOT COSTED   '.
       01 EXCEPTION-COLUMNS.
          02 FILLER               PIC X(40) VALUE
             'ORDER  DATE     CUST  PRODUCT    S  QTY '.
          02 FILLER               PIC X(32) VALUE
             '   REVENUE       COST  REASON   '.
       01 EXCEPTION-DETAIL-LINE.
          02 PRN-EXC-ORDER        PIC 9(6).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-EXC-DATE         PIC 9(8).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-EXC-IDNUM        PIC 9(5).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-EXC-PRODNAME     PIC X(10).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-EXC-SIZE         PIC A.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-EXC-QTY          PIC ZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-EXC-REVENUE      PIC ZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-EXC-COST         PIC X(10).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-EXC-REASON       PIC X(16).
       01 WS-EXC-COST-EDIT        PIC ZZZZZZ9.99.
       01 PRODUCT-HEADING         PIC X(22) VALUE
          'MARGIN BY PRODUCT/SIZE'.
       01 PRODUCT-COLUMNS.
          02 FILLER               PIC X(38) VALUE
             'PRODUCT    S       QTY       REVENUE  '.
          02 FILLER               PIC X(38) VALUE
             '        COST         MARGIN  MARGIN% '.
       01 PRODUCT-DETAIL-LINE.
          02 PRN-PRD-PRODNAME     PIC X(10).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-PRD-SIZE         PIC A.
          02 FILLER               PIC X(03) VALUE SPACES.
          02 PRN-PRD-QTY          PIC ZZZZZZ9.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-PRD-REVENUE      PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-PRD-COST         PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-PRD-MARGIN       PIC -ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-PRD-PCT          PIC -ZZZ9.9.
       01 CUSTOMER-HEADING        PIC X(18) VALUE
          'MARGIN BY CUSTOMER'.
       01 CUSTOMER-COLUMNS.
          02 FILLER               PIC X(44) VALUE
             'CUST  NAME                         REVENUE  '.
          02 FILLER               PIC X(38) VALUE
             '        COST         MARGIN  MARGIN% '.
       01 CUSTOMER-DETAIL-LINE.
          02 PRN-CUS-IDNUM        PIC 9(5).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-CUS-NAME         PIC X(22).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-CUS-REVENUE      PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-CUS-COST         PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-CUS-MARGIN       PIC -ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-CUS-PCT          PIC -ZZZ9.9.
       01 TOTAL-LINE.
          02 FILLER               PIC X(28) VALUE 'TOTALS'.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-TOT-REVENUE      PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-TOT-COST         PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-TOT-MARGIN       PIC -ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-TOT-PCT          PIC -ZZZ9.9.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(28) VALUE
             'BILLED LINES COSTED:        '.
          02 PRN-COSTED-COUNT     PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(28) VALUE
             'LINES SOLD BELOW COST:      '.
          02 PRN-BELOW-COUNT      PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(28) VALUE
             'LINES NOT COSTED:           '.
          02 PRN-NOCOST-COUNT     PIC ZZZZ9.
          02 FILLER               PIC X(11) VALUE '  REVENUE: '.
          02 PRN-NOCOST-REVENUE   PIC ZZZZZZZZ9.99.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(90) VALUE SPACES.
       01 WS-ORDERS-STATUS        PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-COST-STATUS          PIC X(2).
       01 WS-KIT-STATUS           PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
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
      * THE COSTMNT FILE, EVERY EFFECTIVE DATE OF EVERY ITEM.
       01 WS-COST-TABLE.
          05 WS-COST-ENTRY OCCURS 300 TIMES.
             10 WS-CST-PRODNAME   PIC X(10).
             10 WS-CST-SIZE       PIC A.
             10 WS-CST-EFF-DATE   PIC 9(8).
             10 WS-CST-COST       PIC 9(5)V99.
       01 WS-COST-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-COST-IDX             PIC 9(3) VALUE ZERO.
      * THE KITMNT DEFINITIONS, FOR COSTING A KIT FROM ITS PARTS.
       01 WS-KIT-TABLE.
          05 WS-KIT-ENTRY OCCURS 300 TIMES.
             10 WS-KIT-PRODNAME      PIC X(10).
             10 WS-KIT-SIZE          PIC A.
             10 WS-KIT-COMP-PRODNAME PIC X(10).
             10 WS-KIT-COMP-SIZE     PIC A.
             10 WS-KIT-COMP-QTY      PIC 9(3).
       01 WS-KIT-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-KIT-IDX              PIC 9(3) VALUE ZERO.
       01 WS-KIT-LINE             PIC X VALUE 'N'.
      * ITEM BEING COSTED AND THE COST FOUND FOR IT ON THE ORDER
      * DATE; WS-COST-DATE STAYS ZERO WHEN NOTHING WAS IN FORCE.
       01 WS-LOOKUP-PRODNAME      PIC X(10).
       01 WS-LOOKUP-SIZE          PIC A.
       01 WS-COST-DATE            PIC 9(8) VALUE ZERO.
       01 WS-FOUND-COST           PIC 9(5)V99 VALUE ZERO.
       01 WS-LINE-COSTED          PIC X VALUE 'N'.
       01 WS-UNIT-COST            PIC 9(7)V99 VALUE ZERO.
       01 WS-LINE-COST            PIC 9(9)V99 VALUE ZERO.
       01 WS-PERCENT-BASE         PIC 9(11)V99 VALUE ZERO.
       01 WS-PERCENT-COST         PIC 9(11)V99 VALUE ZERO.
       01 WS-MARGIN               PIC S9(11)V99 VALUE ZERO.
       01 WS-MARGIN-PCT           PIC S9(4)V9 VALUE ZERO.
      * PER PRODUCT/SIZE TOTALS, KEPT IN PRODUCT/SIZE ORDER BY
      * INSERTING EACH NEW ITEM AT ITS PLACE.
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 150 TIMES.
             10 WS-PRD-KEY.
                15 WS-PRD-PRODNAME PIC X(10).
                15 WS-PRD-SIZE     PIC A.
             10 WS-PRD-QTY         PIC 9(7).
             10 WS-PRD-REVENUE     PIC 9(9)V99.
             10 WS-PRD-COST        PIC 9(9)V99.
       01 WS-PRODUCT-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-IDX          PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-FOUND        PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX             PIC 9(3) VALUE ZERO.
       01 WS-WORK-KEY.
          05 WS-WORK-PRODNAME     PIC X(10).
          05 WS-WORK-SIZE         PIC A.
      * PER CUSTOMER TOTALS, IN CUSTOMER.DAT ORDER. A LINE FOR A
      * CUSTOMER NO LONGER ON FILE OPENS AN ENTRY OF ITS OWN.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUS-IDNUM      PIC 9(5).
             10 WS-CUS-NAME       PIC X(22).
             10 WS-CUS-LINES      PIC 9(5).
             10 WS-CUS-REVENUE    PIC 9(9)V99.
             10 WS-CUS-COST       PIC 9(9)V99.
       01 WS-CUST-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX             PIC 9(4) VALUE ZERO.
       01 WS-CUST-FOUND           PIC 9(4) VALUE ZERO.
       01 WS-TOT-REVENUE          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-COST             PIC 9(9)V99 VALUE ZERO.
       01 WS-NOCOST-REVENUE       PIC 9(9)V99 VALUE ZERO.
       01 WS-COSTED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-BELOW-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-NOCOST-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-NAMEFMT-PROG         PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME        PIC X(20).
          05 NF-LAST-NAME         PIC X(30).
          05 NF-LAST-FIRST        PIC X(52).
          05 NF-FIRST-LAST        PIC X(51).
       PROCEDURE DIVISION.
           DISPLAY 'MARGRPT - GROSS MARGIN REPORT'
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:6) IS NUMERIC
              MOVE WS-CMDLINE(1:6) TO WS-FILTER-MONTH
              MOVE WS-FILTER-MONTH TO WS-FROM-MONTH
              MOVE 1 TO WS-FROM-DAY
              DISPLAY '  MONTH: ' WS-FILTER-MONTH
           END-IF
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-COST-TABLE
           PERFORM LOAD-KIT-TABLE
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'NO ORDERS.DAT - NOTHING TO REPORT, '
                 'STATUS: ' WS-ORDERS-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT MARGIN-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           IF WS-FILTER-MONTH NOT = SPACES
              MOVE WS-FILTER-MONTH TO PRN-MONTH
              WRITE PRINT-LINE FROM MONTH-LINE
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM EXCEPTION-HEADING
           WRITE PRINT-LINE FROM EXCEPTION-COLUMNS
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
              READ ORDERS-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM TALLY-ONE-LINE
              END-READ
           END-PERFORM
           PERFORM LOAD-ORDER-HISTORY
           CLOSE ORDERS-FILE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM PRODUCT-HEADING
           WRITE PRINT-LINE FROM PRODUCT-COLUMNS
           PERFORM WRITE-PRODUCT-LINE
              VARYING WS-PRODUCT-IDX FROM 1 BY 1
              UNTIL WS-PRODUCT-IDX > WS-PRODUCT-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM CUSTOMER-HEADING
           WRITE PRINT-LINE FROM CUSTOMER-COLUMNS
           PERFORM WRITE-CUSTOMER-LINE
              VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-TOT-REVENUE TO PRN-TOT-REVENUE
           MOVE WS-TOT-COST    TO PRN-TOT-COST
           MOVE WS-TOT-REVENUE TO WS-PERCENT-BASE
           MOVE WS-TOT-COST    TO WS-PERCENT-COST
           PERFORM COMPUTE-MARGIN
           MOVE WS-MARGIN      TO PRN-TOT-MARGIN
           MOVE WS-MARGIN-PCT  TO PRN-TOT-PCT
           WRITE PRINT-LINE FROM TOTAL-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-COSTED-COUNT TO PRN-COSTED-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-BELOW-COUNT TO PRN-BELOW-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-NOCOST-COUNT TO PRN-NOCOST-COUNT
           MOVE WS-NOCOST-REVENUE TO PRN-NOCOST-REVENUE
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE MARGIN-REPORT
           DISPLAY 'BILLED LINES COSTED:   ' WS-COSTED-COUNT
           DISPLAY 'LINES BELOW COST:      ' WS-BELOW-COUNT
           DISPLAY 'LINES NOT COSTED:      ' WS-NOCOST-COUNT
           IF WS-HIST-MISSING-COUNT > ZERO
              DISPLAY 'ORDER HISTORY FILES NOT FOUND: '
                 WS-HIST-MISSING-COUNT
           END-IF
           IF WS-BELOW-COUNT > ZERO OR WS-NOCOST-COUNT > ZERO
              OR WS-HIST-MISSING-COUNT > ZERO
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
           MOVE ZERO TO WS-CUS-LINES(WS-CUST-COUNT)
           MOVE ZERO TO WS-CUS-REVENUE(WS-CUST-COUNT)
           MOVE ZERO TO WS-CUS-COST(WS-CUST-COUNT).
       LOAD-COST-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT COST-FILE
           IF WS-COST-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-COST-COUNT >= 300
                 READ COST-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-COST-COUNT
                       MOVE CST-PRODNAME
                          TO WS-CST-PRODNAME(WS-COST-COUNT)
                       MOVE CST-SIZE
                          TO WS-CST-SIZE(WS-COST-COUNT)
                       MOVE CST-EFF-DATE
                          TO WS-CST-EFF-DATE(WS-COST-COUNT)
                       MOVE CST-UNIT-COST
                          TO WS-CST-COST(WS-COST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE COST-FILE
           ELSE
              DISPLAY 'ERROR OPENING prodcost.dat, STATUS: '
                 WS-COST-STATUS
           END-IF
           DISPLAY 'COSTS LOADED: ' WS-COST-COUNT.
       LOAD-KIT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT KIT-FILE
           IF WS-KIT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-KIT-COUNT >= 300
                 READ KIT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-KIT-COUNT
                       MOVE KIT-PRODNAME
                          TO WS-KIT-PRODNAME(WS-KIT-COUNT)
                       MOVE KIT-SIZE
                          TO WS-KIT-SIZE(WS-KIT-COUNT)
                       MOVE KIT-COMP-PRODNAME
                          TO WS-KIT-COMP-PRODNAME(WS-KIT-COUNT)
                       MOVE KIT-COMP-SIZE
                          TO WS-KIT-COMP-SIZE(WS-KIT-COUNT)
                       MOVE KIT-COMP-QTY
                          TO WS-KIT-COMP-QTY(WS-KIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE KIT-FILE
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
      * ONLY BILLED LINES ARE SALES; AN OPEN OR CANCELLED LINE HAS
      * EARNED NOTHING YET.
           IF NOT ORD-BILLED
              CONTINUE
           ELSE
              IF WS-FILTER-MONTH NOT = SPACES
                 AND ORD-DATE(1:6) NOT = WS-FILTER-MONTH
                 CONTINUE
              ELSE
                 PERFORM COST-ONE-LINE
                 IF WS-LINE-COSTED = 'N'
                    ADD 1 TO WS-NOCOST-COUNT
                    ADD ORD-EXT-PRICE TO WS-NOCOST-REVENUE
                    MOVE 'NO STANDARD COST' TO PRN-EXC-REASON
                    PERFORM WRITE-EXCEPTION-LINE
                 ELSE
                    ADD 1 TO WS-COSTED-COUNT
                    IF ORD-EXT-PRICE < WS-LINE-COST
                       ADD 1 TO WS-BELOW-COUNT
                       MOVE 'SOLD BELOW COST' TO PRN-EXC-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                    END-IF
                    PERFORM ADD-TO-PRODUCT-TOTALS
                    PERFORM ADD-TO-CUSTOMER-TOTALS
                    ADD ORD-EXT-PRICE TO WS-TOT-REVENUE
                    ADD WS-LINE-COST  TO WS-TOT-COST
                 END-IF
              END-IF
           END-IF.
       COST-ONE-LINE.
      * THE ITEM'S OWN STANDARD COST FIRST; FAILING THAT, A KIT IS
      * COSTED FROM ITS COMPONENTS, AND EVERY COMPONENT MUST HAVE A
      * COST IN FORCE OR THE LINE CANNOT BE COSTED AT ALL.
           MOVE 'N' TO WS-LINE-COSTED
           MOVE ZERO TO WS-UNIT-COST
           MOVE ORD-PRODNAME TO WS-LOOKUP-PRODNAME
           MOVE ORD-SIZE     TO WS-LOOKUP-SIZE
           PERFORM FIND-COST-IN-FORCE
           IF WS-COST-DATE > ZERO
              MOVE 'Y' TO WS-LINE-COSTED
              MOVE WS-FOUND-COST TO WS-UNIT-COST
           ELSE
              MOVE 'N' TO WS-KIT-LINE
              PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                 UNTIL WS-KIT-IDX > WS-KIT-COUNT
                 IF WS-KIT-PRODNAME(WS-KIT-IDX) = ORD-PRODNAME
                    AND WS-KIT-SIZE(WS-KIT-IDX) = ORD-SIZE
                    PERFORM COST-KIT-COMPONENT
                 END-IF
              END-PERFORM
           END-IF
           COMPUTE WS-LINE-COST = WS-UNIT-COST * ORD-QTY.
       COST-KIT-COMPONENT.
      * THE FIRST COMPONENT FOUND MARKS THE LINE COSTED; ANY
      * COMPONENT WITHOUT A COST THEN SETS IT BACK FOR GOOD.
           IF WS-KIT-LINE = 'N'
              MOVE 'Y' TO WS-KIT-LINE
              MOVE 'Y' TO WS-LINE-COSTED
           END-IF
           MOVE WS-KIT-COMP-PRODNAME(WS-KIT-IDX) TO WS-LOOKUP-PRODNAME
           MOVE WS-KIT-COMP-SIZE(WS-KIT-IDX)     TO WS-LOOKUP-SIZE
           PERFORM FIND-COST-IN-FORCE
           IF WS-COST-DATE = ZERO
              MOVE 'N' TO WS-LINE-COSTED
              MOVE 'X' TO WS-KIT-LINE
           ELSE
              IF WS-KIT-LINE NOT = 'X'
                 COMPUTE WS-UNIT-COST = WS-UNIT-COST
                    + (WS-FOUND-COST * WS-KIT-COMP-QTY(WS-KIT-IDX))
              END-IF
           END-IF.
       FIND-COST-IN-FORCE.
      * LATEST EFFECTIVE DATE NOT AFTER THE ORDER DATE, THE SAME
      * RULE ORDER01 PRICES BY.
           MOVE ZERO TO WS-COST-DATE
           MOVE ZERO TO WS-FOUND-COST
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
              UNTIL WS-COST-IDX > WS-COST-COUNT
              IF WS-CST-PRODNAME(WS-COST-IDX) = WS-LOOKUP-PRODNAME
                 AND WS-CST-SIZE(WS-COST-IDX) = WS-LOOKUP-SIZE
                 AND WS-CST-EFF-DATE(WS-COST-IDX) <= ORD-DATE
                 AND WS-CST-EFF-DATE(WS-COST-IDX) > WS-COST-DATE
                 MOVE WS-CST-EFF-DATE(WS-COST-IDX) TO WS-COST-DATE
                 MOVE WS-CST-COST(WS-COST-IDX)     TO WS-FOUND-COST
              END-IF
           END-PERFORM.
       WRITE-EXCEPTION-LINE.
           MOVE ORD-ORDER-NUM TO PRN-EXC-ORDER
           MOVE ORD-DATE      TO PRN-EXC-DATE
           MOVE ORD-IDNUM     TO PRN-EXC-IDNUM
           MOVE ORD-PRODNAME  TO PRN-EXC-PRODNAME
           MOVE ORD-SIZE      TO PRN-EXC-SIZE
           MOVE ORD-QTY       TO PRN-EXC-QTY
           MOVE ORD-EXT-PRICE TO PRN-EXC-REVENUE
           IF WS-LINE-COSTED = 'Y'
              MOVE WS-LINE-COST TO WS-EXC-COST-EDIT
              MOVE WS-EXC-COST-EDIT TO PRN-EXC-COST
           ELSE
              MOVE SPACES TO PRN-EXC-COST
           END-IF
           WRITE PRINT-LINE FROM EXCEPTION-DETAIL-LINE.
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
              ADD ORD-QTY       TO WS-PRD-QTY(WS-PRODUCT-FOUND)
              ADD ORD-EXT-PRICE TO WS-PRD-REVENUE(WS-PRODUCT-FOUND)
              ADD WS-LINE-COST  TO WS-PRD-COST(WS-PRODUCT-FOUND)
           ELSE
              DISPLAY 'PRODUCT TABLE FULL - LINE IN TOTALS ONLY: '
                 ORD-PRODNAME ' ' ORD-SIZE
           END-IF.
       INSERT-IN-KEY-ORDER.
      * THE WAY PICKLIST KEEPS ITS PICK TOTALS IN ORDER.
           MOVE WS-PRODUCT-COUNT TO WS-MOVE-IDX
           ADD 1 TO WS-PRODUCT-COUNT
           PERFORM UNTIL WS-MOVE-IDX < 1
              OR WS-PRD-KEY(WS-MOVE-IDX) <= WS-WORK-KEY
              MOVE WS-PRODUCT-ENTRY(WS-MOVE-IDX)
                 TO WS-PRODUCT-ENTRY(WS-MOVE-IDX + 1)
              SUBTRACT 1 FROM WS-MOVE-IDX
           END-PERFORM
           COMPUTE WS-PRODUCT-FOUND = WS-MOVE-IDX + 1
           MOVE WS-WORK-KEY TO WS-PRD-KEY(WS-PRODUCT-FOUND)
           MOVE ZERO TO WS-PRD-QTY(WS-PRODUCT-FOUND)
           MOVE ZERO TO WS-PRD-REVENUE(WS-PRODUCT-FOUND)
           MOVE ZERO TO WS-PRD-COST(WS-PRODUCT-FOUND).
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
              MOVE ZERO TO WS-CUS-LINES(WS-CUST-FOUND)
              MOVE ZERO TO WS-CUS-REVENUE(WS-CUST-FOUND)
              MOVE ZERO TO WS-CUS-COST(WS-CUST-FOUND)
           END-IF
           IF WS-CUST-FOUND > ZERO
              ADD 1             TO WS-CUS-LINES(WS-CUST-FOUND)
              ADD ORD-EXT-PRICE TO WS-CUS-REVENUE(WS-CUST-FOUND)
              ADD WS-LINE-COST  TO WS-CUS-COST(WS-CUST-FOUND)
           ELSE
              DISPLAY 'CUSTOMER TABLE FULL - LINE IN TOTALS ONLY: '
                 ORD-IDNUM
           END-IF.
       COMPUTE-MARGIN.
      * MARGIN AND MARGIN PER CENT OF REVENUE FROM WS-PERCENT-BASE
      * (REVENUE) AND WS-PERCENT-COST.
           COMPUTE WS-MARGIN = WS-PERCENT-BASE - WS-PERCENT-COST
           IF WS-PERCENT-BASE = ZERO
              MOVE ZERO TO WS-MARGIN-PCT
           ELSE
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 (WS-MARGIN * 100) / WS-PERCENT-BASE
                 ON SIZE ERROR MOVE ZERO TO WS-MARGIN-PCT
              END-COMPUTE
           END-IF.
       WRITE-PRODUCT-LINE.
           MOVE WS-PRD-PRODNAME(WS-PRODUCT-IDX) TO PRN-PRD-PRODNAME
           MOVE WS-PRD-SIZE(WS-PRODUCT-IDX)     TO PRN-PRD-SIZE
           MOVE WS-PRD-QTY(WS-PRODUCT-IDX)      TO PRN-PRD-QTY
           MOVE WS-PRD-REVENUE(WS-PRODUCT-IDX)  TO PRN-PRD-REVENUE
           MOVE WS-PRD-COST(WS-PRODUCT-IDX)     TO PRN-PRD-COST
           MOVE WS-PRD-REVENUE(WS-PRODUCT-IDX)  TO WS-PERCENT-BASE
           MOVE WS-PRD-COST(WS-PRODUCT-IDX)     TO WS-PERCENT-COST
           PERFORM COMPUTE-MARGIN
           MOVE WS-MARGIN                       TO PRN-PRD-MARGIN
           MOVE WS-MARGIN-PCT                   TO PRN-PRD-PCT
           WRITE PRINT-LINE FROM PRODUCT-DETAIL-LINE.
       WRITE-CUSTOMER-LINE.
      * ONLY CUSTOMERS WITH A COSTED SALE IN THE PERIOD PRINT.
           IF WS-CUS-LINES(WS-CUST-IDX) > ZERO
              MOVE WS-CUS-IDNUM(WS-CUST-IDX)   TO PRN-CUS-IDNUM
              MOVE WS-CUS-NAME(WS-CUST-IDX)    TO PRN-CUS-NAME
              MOVE WS-CUS-REVENUE(WS-CUST-IDX) TO PRN-CUS-REVENUE
              MOVE WS-CUS-COST(WS-CUST-IDX)    TO PRN-CUS-COST
              MOVE WS-CUS-REVENUE(WS-CUST-IDX) TO WS-PERCENT-BASE
              MOVE WS-CUS-COST(WS-CUST-IDX)    TO WS-PERCENT-COST
              PERFORM COMPUTE-MARGIN
              MOVE WS-MARGIN                   TO PRN-CUS-MARGIN
              MOVE WS-MARGIN-PCT               TO PRN-CUS-PCT
              WRITE PRINT-LINE FROM CUSTOMER-DETAIL-LINE
           END-IF.
       END PROGRAM MARGRPT.
