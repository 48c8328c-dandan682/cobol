       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INVPRINT.
      ***************************************
      * PRINTED CUSTOMER INVOICES. ONE FORMATTED INVOICE PER
      * INV-NUMBER ON INVOICE.DAT, WRITTEN TO invoice.rpt: THE
      * BILL-TO BLOCK FROM CUSTOMER.DAT BUILT THROUGH THE SHARED
      * NAMEFMT ROUTINE AT THE WINDOW-ENVELOPE INDENT ORDSTMT USES,
      * ONE LINE PER ORDERS.DAT LINE INVBILL STAMPED WITH THE
      * INVOICE NUMBER (PRODUCT, SIZE, QUANTITY, UNIT AND EXTENDED
      * PRICE), THE MERCHANDISE SUBTOTAL, THE SALES TAX FROM THE
      * LINES' ORD-TAX-AMT, THE FREIGHT INVBILL ADDED FOR THE
      * PACKAGES SHIPPED, AND THE INVOICE TOTAL. ON AN INVOICE
      * BILLED TO A PARENT ACCOUNT, A LINE ORDERED BY ONE OF ITS
      * BRANCHES CARRIES THE BRANCH IDNUM IN THE BRANCH COLUMN.
      * THE DUE DATE INVBILL STAMPED FROM THE CUSTOMER'S TERMS IS
      * PRINTED UNDER THE TOTAL, WITH THE EARLY-PAYMENT DISCOUNT
      * AND ITS LAST DATE WHEN THE CUSTOMER HAS ONE.
      *
      * COMMAND LINE:
      *   (BLANK)             - INVOICES DATED TODAY
      *   NNNNNN              - REPRINT OF THAT ONE INVOICE NUMBER
      *   YYYYMMDD [YYYYMMDD] - INVOICES DATED IN THE RANGE
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
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
           SELECT INVOICE-REPORT ASSIGN TO "invoice.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD INVOICE-REPORT.
       01 PRINT-LINE              PIC X(70).
       WORKING-STORAGE SECTION.
       01 INVOICE-HEADING         PIC X(07) VALUE 'INVOICE'.
       01 INVOICE-NUMBER-LINE.
          02 FILLER               PIC X(12) VALUE 'INVOICE NO  '.
          02 PRN-INV-NUMBER       PIC 9(6).
          02 FILLER               PIC X(08) VALUE '  DATE  '.
          02 PRN-INV-DATE         PIC 9(8).
          02 FILLER               PIC X(12) VALUE '  CUSTOMER  '.
          02 PRN-INV-IDNUM        PIC 9(5).
      * THE BILL-TO BLOCK IS PLACED AT A FIXED INDENT SO IT LANDS
      * IN THE ENVELOPE WINDOW.
       01 ADDRESS-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-ADDR-TEXT        PIC X(51).
       01 CITY-STATE-ZIP-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-CITY             PIC X(15).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-STATE            PIC X(02).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-ZIP              PIC X(10).
       01 COLUMN-LINE.
          02 FILLER               PIC X(29) VALUE
             'ORDER   PRODUCT    SZ   QTY  '.
          02 FILLER               PIC X(31) VALUE
             'UNIT PRICE        AMOUNT BRANCH'.
       01 INVOICE-ITEM-LINE.
          02 PRN-ORDER-NUM        PIC 9(6).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-PRODNAME         PIC X(10).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-SIZE             PIC A.
          02 FILLER               PIC X(03) VALUE SPACES.
          02 PRN-QTY              PIC ZZZ9.
          02 FILLER               PIC X(04) VALUE SPACES.
          02 PRN-UNIT-PRICE       PIC ZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-EXT-PRICE        PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-BRANCH           PIC X(05).
       01 NO-DETAIL-LINE          PIC X(40) VALUE
          '** LINE DETAIL NOT ON FILE **'.
       01 TOTAL-LINE.
          02 FILLER               PIC X(26) VALUE SPACES.
          02 PRN-TOTAL-LABEL      PIC X(15).
          02 PRN-TOTAL-AMOUNT     PIC ZZZZZZZZ9.99.
       01 DUE-DATE-LINE.
          02 FILLER               PIC X(26) VALUE SPACES.
          02 FILLER               PIC X(15) VALUE 'PAYMENT DUE    '.
          02 FILLER               PIC X(04) VALUE SPACES.
          02 PRN-DUE-DATE         PIC 9(8).
       01 DISCOUNT-LINE.
          02 FILLER               PIC X(26) VALUE SPACES.
          02 FILLER               PIC X(12) VALUE 'LESS DISC OF'.
          02 PRN-DISC-AMOUNT      PIC ZZZZ9.99.
          02 FILLER               PIC X(16) VALUE
             ' IF PAID BY     '.
          02 PRN-DISC-DATE        PIC 9(8).
       01 INVOICE-FOOTING         PIC X(19) VALUE
          '-------------------'.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'INVOICES PRINTED:    '.
          02 PRN-PRINT-COUNT      PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(70) VALUE SPACES.
       01 WS-INVOICE-STATUS       PIC X(2).
       01 WS-ORDERS-STATUS        PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(20).
       01 WS-ARG-1                PIC X(8).
       01 WS-ARG-2                PIC X(8).
       01 WS-SELECT-INVOICE       PIC 9(6) VALUE ZERO.
       01 WS-FROM-DATE            PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE              PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-CUST-TABLE.
          02 WS-CUST-ENTRY OCCURS 1000 TIMES.
             03 WS-CUST-DATA      PIC X(102).
       01 WS-CUST-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX             PIC 9(4) VALUE ZERO.
       01 WS-CUST-FOUND           PIC 9(4) VALUE ZERO.
      * THE BILLED ORDER LINES, KEPT BY THE INVOICE THEY WENT ON.
       01 WS-LINE-TABLE.
          02 WS-LINE-ENTRY OCCURS 2000 TIMES.
             03 WS-LN-INVOICE     PIC 9(6).
             03 WS-LN-ORDER-NUM   PIC 9(6).
             03 WS-LN-PRODNAME    PIC X(10).
             03 WS-LN-SIZE        PIC A.
             03 WS-LN-QTY         PIC 9(4).
             03 WS-LN-UNIT-PRICE  PIC 9(5)V99.
             03 WS-LN-EXT-PRICE   PIC 9(7)V99.
             03 WS-LN-TAX         PIC 9(5)V99.
             03 WS-LN-IDNUM       PIC 9(5).
       01 WS-LINE-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-LINE-IDX             PIC 9(4) VALUE ZERO.
       01 WS-INV-LINES            PIC 9(4) VALUE ZERO.
       01 WS-INV-GOODS            PIC 9(9)V99 VALUE ZERO.
       01 WS-INV-TAX              PIC 9(9)V99 VALUE ZERO.
       01 WS-INV-FREIGHT          PIC 9(5)V99 VALUE ZERO.
       01 WS-INV-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01 WS-PRINT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-NAMEFMT-PROG         PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME         PIC X(20).
          05 NF-LAST-NAME          PIC X(30).
          05 NF-LAST-FIRST         PIC X(52).
          05 NF-FIRST-LAST         PIC X(51).
       PROCEDURE DIVISION.
           DISPLAY 'INVPRINT - CUSTOMER INVOICE PRINT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-SELECTION
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-BILLED-LINES
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00'
              DISPLAY 'NO INVOICE.DAT - NOTHING TO PRINT, STATUS: '
                 WS-INVOICE-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT INVOICE-REPORT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
              READ INVOICE-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM SELECT-ONE-INVOICE
              END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           MOVE WS-PRINT-COUNT TO PRN-PRINT-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE INVOICE-REPORT
           DISPLAY 'INVOICES PRINTED: ' WS-PRINT-COUNT
           IF WS-PRINT-COUNT = ZERO
              DISPLAY 'NO INVOICES MATCHED THE SELECTION'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       READ-SELECTION.
      * AN EIGHT-DIGIT FIRST ARGUMENT IS A DATE; ANYTHING SHORTER IS
      * AN INVOICE NUMBER. A LONE DATE PRINTS THAT ONE DAY.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-1 WS-ARG-2
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
              INTO WS-ARG-1 WS-ARG-2
           EVALUATE TRUE
              WHEN WS-ARG-1 = SPACES
                 MOVE WS-CURRENT-DATE TO WS-FROM-DATE WS-TO-DATE
                 DISPLAY 'INVOICES DATED ' WS-CURRENT-DATE
              WHEN WS-ARG-1 IS NUMERIC
                 MOVE WS-ARG-1 TO WS-FROM-DATE WS-TO-DATE
                 IF WS-ARG-2 IS NUMERIC
                    MOVE WS-ARG-2 TO WS-TO-DATE
                 END-IF
                 DISPLAY 'INVOICES DATED ' WS-FROM-DATE
                    ' TO ' WS-TO-DATE
              WHEN OTHER
                 COMPUTE WS-SELECT-INVOICE =
                    FUNCTION NUMVAL(WS-ARG-1)
                 DISPLAY 'REPRINT OF INVOICE ' WS-SELECT-INVOICE
           END-EVALUATE.
       LOAD-CUSTOMERS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CUSTOMERDATA
                          TO WS-CUST-DATA(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF
           DISPLAY 'CUSTOMERS LOADED: ' WS-CUST-COUNT.
       LOAD-BILLED-LINES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'NO ORDERS.DAT - INVOICES PRINT WITHOUT LINES, '
                 'STATUS: ' WS-ORDERS-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-LINE-COUNT >= 2000
                 READ ORDERS-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM KEEP-BILLED-LINE
                 END-READ
              END-PERFORM
              CLOSE ORDERS-FILE
           END-IF
           DISPLAY 'BILLED LINES LOADED: ' WS-LINE-COUNT.
       KEEP-BILLED-LINE.
           IF ORD-INVOICE-NUM IS NUMERIC AND ORD-INVOICE-NUM > ZERO
              ADD 1 TO WS-LINE-COUNT
              MOVE ORD-INVOICE-NUM TO WS-LN-INVOICE(WS-LINE-COUNT)
              MOVE ORD-ORDER-NUM   TO WS-LN-ORDER-NUM(WS-LINE-COUNT)
              MOVE ORD-PRODNAME    TO WS-LN-PRODNAME(WS-LINE-COUNT)
              MOVE ORD-SIZE        TO WS-LN-SIZE(WS-LINE-COUNT)
              MOVE ORD-QTY         TO WS-LN-QTY(WS-LINE-COUNT)
              MOVE ORD-UNIT-PRICE  TO WS-LN-UNIT-PRICE(WS-LINE-COUNT)
              MOVE ORD-EXT-PRICE   TO WS-LN-EXT-PRICE(WS-LINE-COUNT)
              MOVE ORD-TAX-AMT     TO WS-LN-TAX(WS-LINE-COUNT)
              MOVE ORD-IDNUM       TO WS-LN-IDNUM(WS-LINE-COUNT)
           END-IF.
       SELECT-ONE-INVOICE.
           IF (WS-SELECT-INVOICE > ZERO
                 AND INV-NUMBER = WS-SELECT-INVOICE)
              OR (WS-SELECT-INVOICE = ZERO
                 AND INV-DATE >= WS-FROM-DATE
                 AND INV-DATE <= WS-TO-DATE)
              PERFORM PRINT-ONE-INVOICE
           END-IF.
       PRINT-ONE-INVOICE.
           WRITE PRINT-LINE FROM INVOICE-HEADING
           MOVE INV-NUMBER TO PRN-INV-NUMBER
           MOVE INV-DATE   TO PRN-INV-DATE
           MOVE INV-IDNUM  TO PRN-INV-IDNUM
           WRITE PRINT-LINE FROM INVOICE-NUMBER-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM WRITE-BILL-TO
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-LINE
           MOVE ZERO TO WS-INV-LINES WS-INV-GOODS WS-INV-TAX
           PERFORM PRINT-INVOICE-LINE
              VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > WS-LINE-COUNT
      * AN INVOICE BILLED BEFORE THE LINES CARRIED THEIR INVOICE
      * NUMBER STILL PRINTS, AT THE AMOUNTS ON THE INVOICE ITSELF.
           IF WS-INV-LINES = ZERO
              WRITE PRINT-LINE FROM NO-DETAIL-LINE
              MOVE INV-AMOUNT TO WS-INV-GOODS
              MOVE INV-TAX    TO WS-INV-TAX
           END-IF
      * AN INVOICE RAISED BEFORE FREIGHT WAS BILLED CARRIES NONE.
           MOVE ZERO TO WS-INV-FREIGHT
           IF INV-FREIGHT IS NUMERIC
              MOVE INV-FREIGHT TO WS-INV-FREIGHT
           END-IF
           COMPUTE WS-INV-TOTAL =
              WS-INV-GOODS + WS-INV-TAX + WS-INV-FREIGHT
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE 'MERCHANDISE    ' TO PRN-TOTAL-LABEL
           MOVE WS-INV-GOODS TO PRN-TOTAL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE 'SALES TAX      ' TO PRN-TOTAL-LABEL
           MOVE WS-INV-TAX TO PRN-TOTAL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           IF WS-INV-FREIGHT > ZERO
              MOVE 'FREIGHT        ' TO PRN-TOTAL-LABEL
              MOVE WS-INV-FREIGHT TO PRN-TOTAL-AMOUNT
              WRITE PRINT-LINE FROM TOTAL-LINE
           END-IF
           MOVE 'INVOICE TOTAL  ' TO PRN-TOTAL-LABEL
           MOVE WS-INV-TOTAL TO PRN-TOTAL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
      * AN INVOICE RAISED BEFORE DUE DATES WERE STAMPED HAS NONE.
           IF INV-DUE-DATE IS NUMERIC AND INV-DUE-DATE > ZERO
              MOVE INV-DUE-DATE TO PRN-DUE-DATE
              WRITE PRINT-LINE FROM DUE-DATE-LINE
              IF INV-DISC-AMOUNT IS NUMERIC
                 AND INV-DISC-AMOUNT > ZERO
                 MOVE INV-DISC-AMOUNT TO PRN-DISC-AMOUNT
                 MOVE INV-DISC-DATE   TO PRN-DISC-DATE
                 WRITE PRINT-LINE FROM DISCOUNT-LINE
              END-IF
           END-IF
           WRITE PRINT-LINE FROM INVOICE-FOOTING
           WRITE PRINT-LINE FROM BLANK-LINE
           ADD 1 TO WS-PRINT-COUNT.
       WRITE-BILL-TO.
           MOVE ZERO TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              MOVE WS-CUST-DATA(WS-CUST-IDX) TO CUSTOMERDATA
              IF IDNUM = INV-IDNUM
                 MOVE WS-CUST-IDX TO WS-CUST-FOUND
              END-IF
           END-PERFORM
           IF WS-CUST-FOUND = ZERO
              MOVE '** CUSTOMER NOT ON FILE **' TO PRN-ADDR-TEXT
              WRITE PRINT-LINE FROM ADDRESS-LINE
           ELSE
              MOVE WS-CUST-DATA(WS-CUST-FOUND) TO CUSTOMERDATA
              MOVE SPACES    TO NAMEFMT-PARMS
              MOVE FIRSTNAME TO NF-FIRST-NAME
              MOVE LASTNAME  TO NF-LAST-NAME
              CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
                 ON EXCEPTION MOVE CUSTNAME TO NF-FIRST-LAST
              END-CALL
              MOVE NF-FIRST-LAST TO PRN-ADDR-TEXT
              WRITE PRINT-LINE FROM ADDRESS-LINE
              MOVE ADDR-LINE1 TO PRN-ADDR-TEXT
              WRITE PRINT-LINE FROM ADDRESS-LINE
              MOVE ADDR-CITY  TO PRN-CITY
              MOVE ADDR-STATE TO PRN-STATE
              MOVE ADDR-ZIP   TO PRN-ZIP
              WRITE PRINT-LINE FROM CITY-STATE-ZIP-LINE
           END-IF.
       PRINT-INVOICE-LINE.
           IF WS-LN-INVOICE(WS-LINE-IDX) = INV-NUMBER
              MOVE WS-LN-ORDER-NUM(WS-LINE-IDX)  TO PRN-ORDER-NUM
              MOVE WS-LN-PRODNAME(WS-LINE-IDX)   TO PRN-PRODNAME
              MOVE WS-LN-SIZE(WS-LINE-IDX)       TO PRN-SIZE
              MOVE WS-LN-QTY(WS-LINE-IDX)        TO PRN-QTY
              MOVE WS-LN-UNIT-PRICE(WS-LINE-IDX) TO PRN-UNIT-PRICE
              MOVE WS-LN-EXT-PRICE(WS-LINE-IDX)  TO PRN-EXT-PRICE
              IF WS-LN-IDNUM(WS-LINE-IDX) = INV-IDNUM
                 MOVE SPACES TO PRN-BRANCH
              ELSE
                 MOVE WS-LN-IDNUM(WS-LINE-IDX) TO PRN-BRANCH
              END-IF
              WRITE PRINT-LINE FROM INVOICE-ITEM-LINE
              ADD 1 TO WS-INV-LINES
              ADD WS-LN-EXT-PRICE(WS-LINE-IDX) TO WS-INV-GOODS
              ADD WS-LN-TAX(WS-LINE-IDX) TO WS-INV-TAX
           END-IF.
       END PROGRAM INVPRINT.
