      * HALF-LOADS. EACH ORDER GOES THROUGH THE SAME EDITS ORDER01
      * APPLIES AT THE TERMINAL: PRODUCT AND SIZE AGAINST
      * PRODMAST.DAT, CUSTOMER AGAINST CUSTOMER.DAT, PRICE FROM THE
      * EFFECTIVE-DATED PRICE FILE - OR THE CUSTOMER'S CONTRACT
      * PRICE, OR A QUANTITY BREAK BELOW LIST, JOURNALED WITH THE
      * RULE USED TO order01-journal.log - CREDIT AGAINST CREDIT.DAT
      * (BATCH HAS NO SUPERVISOR, SO OVER-LIMIT MEANS REJECT, AS
      * DOES A COLLECTION HOLD; A BRANCH ON custlink.dat IS CHECKED
      * WITH ITS WHOLE PARENT GROUP),
      * SALES TAX FROM taxrate.dat AND STOCK AGAINST ONHAND.DAT
      * (SHORT STOCK GOES OUT BACKORDERED; A KIT FROM kitdef.dat
      * IS CHECKED AND RELIEVED ON ITS COMPONENTS). CLEAN ORDERS ARE
      * ADDED TO THE INDEXED ORDERS.DAT AS LINE 1 OF AN ORDER NUMBER
      * FROM ordnum.dat; REJECTS GO TO orderrej.dat WITH THEIR
      * REASON FOR CORRECTION. THE
      * PROCESSED TRANSACTION FILE IS RESET EMPTY - EVERY RECORD
      * LANDED EITHER ON ORDERS.DAT OR ON THE REJECT FILE.
      *
      * STANDING ORDERS QUEUED BY SOGEN ARRIVE IN THE SAME FILE,
      * MARKED WITH THEIR STANDING ORDER NUMBER. THEY GO THROUGH THE
      * SAME EDITS, BUT ONE THAT FAILS IS LISTED ON THE EXCEPTION
      * REPORT soexcept.rpt RATHER THAN orderrej.dat - THE FIX IS
      * MADE ON THE CUSTOMER, CREDIT OR STANDING ORDER, NOT BY
      * RESUBMITTING THE LINE. ONE THAT LOADS BACKORDERED IS LISTED
      * THERE TOO, SO TELESALES CAN WARN THE CUSTOMER.
      *
      * A CUSTOMER HOLDING AN UNEXPIRED TAX EXEMPTION CERTIFICATE
      * (taxexempt.dat) FOR THE ORDER STATE IS CHARGED NO SALES TAX.
      * A LINE MAY CARRY ONE OF THE CUSTOMER'S SHIP-TO NUMBERS FROM
      * shipto.dat; THE ORDER STATE IS THEN THE SHIP-TO STATE, AND
      * A NUMBER NOT ON FILE REJECTS THE LINE.
      *
      * A LINE QTEMNT QUEUED FROM AN ACCEPTED QUOTE CARRIES THE
      * QUOTE NUMBER, LINE AND QUOTED PRICE. IT IS PRICED AT THE
      * QUOTE, NOT THE PRICE FILE, BUT IS OTHERWISE EDITED AND
      * CHECKED LIKE ANY OTHER LINE. THE QUOTE LINE ON quote.dat IS
      * MARKED CONVERTED WITH ITS ORDER NUMBER, OR REFUSED WITH THE
      * REASON - A REFUSED QUOTE IS ACCEPTED AGAIN THROUGH QTEMNT,
      * SO IT DOES NOT GO TO orderrej.dat.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANS-STATUS.
           SELECT OPTIONAL ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT REJECT-FILE ASSIGN TO "orderrej.dat"
              ORGANIZATION IS LINE SEQUENTIAL
           SELECT PRICE-FILE ASSIGN TO "prodprice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRICE-STATUS.
           SELECT OPTIONAL QBREAK-FILE ASSIGN TO "qtybreak.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QBREAK-STATUS.
           SELECT OPTIONAL CONTRACT-FILE ASSIGN TO "contract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT OPTIONAL CREDIT-JOURNAL
              ASSIGN TO "order01-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRDJRN-STATUS.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
           SELECT OPTIONAL LINK-FILE ASSIGN TO "custlink.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LINK-STATUS.
           SELECT OPTIONAL ONHAND-FILE ASSIGN TO "ONHAND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ONHAND-STATUS.
           SELECT OPTIONAL ORDNUM-FILE ASSIGN TO "ordnum.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORDNUM-STATUS.
           SELECT OPTIONAL KIT-FILE ASSIGN TO "kitdef.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
           SELECT OPTIONAL EXEMPT-FILE ASSIGN TO "taxexempt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXEMPT-STATUS.
           SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shipto.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT OPTIONAL QUOTE-FILE ASSIGN TO "quote.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUOTE-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "soexcept.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ORDERTRANS.
           02 BT-SIZE              PIC A.
           02 FILLER               PIC X.
           02 BT-QTY               PIC 9(4).
      * SET ONLY ON A LINE SOGEN QUEUED FROM standord.dat.
           02 FILLER               PIC X.
           02 BT-STANDING-NUM      PIC 9(5).
      * BLANK OR ZERO SHIPS TO THE CUSTOMER'S MAIN ADDRESS.
           02 FILLER               PIC X.
           02 BT-SHIPTO-NUM        PIC 9(2).
      * SET ONLY ON A LINE QTEMNT QUEUED FROM quote.dat.
           02 FILLER               PIC X.
           02 BT-QUOTE-NUM         PIC 9(6).
           02 FILLER               PIC X.
           02 BT-QUOTE-LINE        PIC 9(2).
           02 FILLER               PIC X.
           02 BT-QUOTE-PRICE       PIC 9(5)V99.
       01 TRANS-HEADER-RECORD.
           02 THR-RECORD-TYPE      PIC X(3).
              88 THR-HEADER        VALUE 'HDR'.
           COPY ORDREC.
       FD REJECT-FILE.
       01 REJECT-RECORD.
      * THE WHOLE TRANSACTION AS IT ARRIVED, SHIP-TO AND QUOTE
      * FIELDS INCLUDED, SO THE LINE CAN BE CORRECTED AND RESUBMITTED.
           02 REJ-DATA             PIC X(50).
           02 FILLER               PIC X.
           02 REJ-REASON           PIC X(30).
       FD PRODMAST.
          02 PRC-EFF-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 PRC-UNIT-PRICE       PIC 9(5)V99.
       FD QBREAK-FILE.
           COPY QBRREC.
       FD CONTRACT-FILE.
           COPY CONREC.
      * THE ORDER JOURNAL ORDER01 KEEPS; EVERY LINE LOADED IS
      * JOURNALED WITH THE PRICING RULE THAT VALUED IT.
       FD CREDIT-JOURNAL.
           COPY CJRREC.
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
          02 CRD-IDNUM            PIC 9(5).
          02 CRD-LIMIT            PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-BALANCE          PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-HOLD             PIC X.
             88 CRD-ON-HOLD               VALUE 'H'.
      * BRANCH TO PARENT LINKS FROM GRPMNT.
       FD LINK-FILE.
           COPY CLKREC.
       FD ONHAND-FILE.
       01 ONHAND-RECORD.
          02 OH-PRODNAME          PIC X(10).
       FD ORDNUM-FILE.
       01 ORDNUM-RECORD.
          02 ONO-NEXT             PIC 9(6).
       FD KIT-FILE.
           COPY KITREC.
       FD EXEMPT-FILE.
           COPY TXEREC.
       FD SHIPTO-FILE.
           COPY SHTREC.
       FD QUOTE-FILE.
           COPY QTEREC.
       FD EXCEPTION-REPORT.
       01 EXCEPTION-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS    PIC X(2).
       01 WS-ORDERS-STATUS   PIC X(2).
       01 WS-ONHAND-STATUS   PIC X(2).
       01 WS-TAXRATE-STATUS  PIC X(2).
       01 WS-ORDNUM-STATUS   PIC X(2).
       01 WS-KIT-STATUS      PIC X(2).
       01 WS-EXEMPT-STATUS   PIC X(2).
       01 WS-QBREAK-STATUS   PIC X(2).
       01 WS-CONTRACT-STATUS PIC X(2).
       01 WS-CRDJRN-STATUS   PIC X(2).
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-HEADER-SEEN     PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN    PIC X VALUE 'N'.
       01 WS-REJECT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-BACKORDER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-REASON   PIC X(30).
       01 WS-STANDING-LINE   PIC X VALUE 'N'.
       01 WS-STANDING-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 EXC-HEADING.
          02 FILLER          PIC X(36) VALUE
             'STANDING ORDER EXCEPTIONS - RUN OF '.
          02 EXC-RUN-DATE    PIC 9(8).
       01 EXC-COLUMN-HEADING PIC X(60) VALUE
          'S/O NO CUST   PRODUCT    S  QTY  REASON'.
       01 EXC-DETAIL-LINE.
          02 EXC-SO-NUMBER   PIC 9(5).
          02 FILLER          PIC X(2) VALUE SPACES.
          02 EXC-IDNUM       PIC 9(5).
          02 FILLER          PIC X(2) VALUE SPACES.
          02 EXC-PRODNAME    PIC X(10).
          02 FILLER          PIC X VALUE SPACE.
          02 EXC-SIZE        PIC X.
          02 FILLER          PIC X VALUE SPACE.
          02 EXC-QTY         PIC ZZZ9.
          02 FILLER          PIC X(2) VALUE SPACES.
          02 EXC-REASON      PIC X(30).
       01 EXC-COUNT-LINE-1.
          02 FILLER          PIC X(28) VALUE
             'STANDING ORDER LINES:       '.
          02 EXC-STANDING-COUNT PIC ZZZZ9.
       01 EXC-COUNT-LINE-2.
          02 FILLER          PIC X(28) VALUE
             'NOT LOADED:                 '.
          02 EXC-NOT-LOADED  PIC ZZZZ9.
       01 EXC-FOOTING        PIC X(13) VALUE 'END OF REPORT'.
       01 EXC-BLANK-LINE     PIC X(80) VALUE SPACES.
       01 WS-CURRENT-DATE    PIC 9(8).
      * THE SAME REFERENCE TABLES ORDER01 LOADS AT THE TERMINAL.
       01 WS-PRODUCT-TABLE.
       01 WS-UNIT-PRICE      PIC 9(5)V99 VALUE ZERO.
       01 WS-PRICE-FOUND     PIC X VALUE 'N'.
       01 WS-EXT-PRICE       PIC 9(7)V99 VALUE ZERO.
       01 WS-QBREAK-TABLE.
          05 WS-QBREAK-ENTRY OCCURS 300 TIMES.
             10 WS-QBR-PRODNAME   PIC X(10).
             10 WS-QBR-SIZE       PIC A.
             10 WS-QBR-EFF-DATE   PIC 9(8).
             10 WS-QBR-MIN-QTY    PIC 9(4).
             10 WS-QBR-PRICE      PIC 9(5)V99.
       01 WS-QBREAK-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-QBREAK-IDX      PIC 9(3) VALUE ZERO.
       01 WS-CONTRACT-TABLE.
          05 WS-CONTRACT-ENTRY OCCURS 500 TIMES.
             10 WS-CON-IDNUM      PIC 9(5).
             10 WS-CON-PRODNAME   PIC X(10).
             10 WS-CON-SIZE       PIC A.
             10 WS-CON-START-DATE PIC 9(8).
             10 WS-CON-END-DATE   PIC 9(8).
             10 WS-CON-PRICE      PIC 9(5)V99.
       01 WS-CONTRACT-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-CONTRACT-IDX    PIC 9(3) VALUE ZERO.
       01 WS-BEST-MIN-QTY    PIC 9(4) VALUE ZERO.
       01 WS-TIER-PRICE      PIC 9(5)V99 VALUE ZERO.
       01 WS-TIER-EFF-DATE   PIC 9(8) VALUE ZERO.
       01 WS-TIER-FOUND      PIC X VALUE 'N'.
       01 WS-PRICE-RULE      PIC X(8) VALUE SPACES.
       01 WS-RULE-DATE       PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TIME    PIC 9(6).
       01 WS-CREDIT-TABLE.
          05 WS-CREDIT-ENTRY OCCURS 1000 TIMES.
             10 WS-CRD-IDNUM      PIC 9(5).
             10 WS-CRD-LIMIT      PIC 9(7)V99.
             10 WS-CRD-BALANCE    PIC 9(7)V99.
             10 WS-CRD-HOLD       PIC X.
             10 WS-CRD-GROUP      PIC 9(5).
       01 WS-CREDIT-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-IDX      PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-FOUND    PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-CHANGED  PIC X VALUE 'N'.
       01 WS-CREDIT-OK       PIC X VALUE 'N'.
       01 WS-CREDIT-HELD     PIC X VALUE 'N'.
       01 WS-AVAILABLE       PIC S9(8)V99 VALUE ZERO.
      * A BRANCH AND ITS PARENT SHARE ONE CREDIT GROUP, NAMED BY THE
      * PARENT'S IDNUM; A CUSTOMER WITH NO LINK IS A GROUP OF ONE.
      * WS-CRD-GROUP ABOVE CARRIES EACH CREDIT RECORD'S GROUP.
       01 WS-LINK-STATUS     PIC X(2).
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 1000 TIMES.
             10 WS-CLK-IDNUM      PIC 9(5).
             10 WS-CLK-PARENT     PIC 9(5).
             10 WS-CLK-BILL-TO    PIC X.
       01 WS-LINK-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-LINK-IDX        PIC 9(4) VALUE ZERO.
       01 WS-GROUP-IDNUM     PIC 9(5) VALUE ZERO.
       01 WS-GROUP-PARENT    PIC 9(5) VALUE ZERO.
       01 WS-GROUP-BILL-TO   PIC X VALUE 'N'.
       01 WS-GROUP-LIMIT     PIC 9(9)V99 VALUE ZERO.
       01 WS-GROUP-BALANCE   PIC 9(9)V99 VALUE ZERO.
       01 WS-PARENT-CREDIT   PIC 9(4) VALUE ZERO.
       01 WS-ONHAND-TABLE.
          05 WS-ONHAND-ENTRY OCCURS 150 TIMES.
             10 WS-OH-PRODNAME    PIC X(10).
       01 WS-ONHAND-FOUND    PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-CHANGED  PIC X VALUE 'N'.
       01 WS-STOCK-SHORT     PIC X VALUE 'N'.
       01 WS-KIT-TABLE.
          05 WS-KIT-ENTRY OCCURS 300 TIMES.
             10 WS-KIT-PRODNAME      PIC X(10).
             10 WS-KIT-SIZE          PIC A.
             10 WS-KIT-COMP-PRODNAME PIC X(10).
             10 WS-KIT-COMP-SIZE     PIC A.
             10 WS-KIT-COMP-QTY      PIC 9(3).
       01 WS-KIT-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-KIT-IDX         PIC 9(3) VALUE ZERO.
       01 WS-KIT-LINE        PIC X VALUE 'N'.
       01 WS-COMP-FOUND      PIC 9(3) VALUE ZERO.
       01 WS-COMP-NEED       PIC 9(7) VALUE ZERO.
       01 WS-TAX-TABLE.
          05 WS-TAX-ENTRY OCCURS 60 TIMES.
             10 WS-TAX-STATE      PIC X(2).
       01 WS-TAX-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-TAX-IDX         PIC 9(2) VALUE ZERO.
       01 WS-TAX-AMT         PIC 9(5)V99 VALUE ZERO.
      * EXEMPTION CERTIFICATES FROM TXEMNT, AS ORDER01 HOLDS THEM.
       01 WS-EXEMPT-TABLE.
          05 WS-EXEMPT-ENTRY OCCURS 500 TIMES.
             10 WS-TXE-IDNUM      PIC 9(5).
             10 WS-TXE-CERT-NUM   PIC X(15).
             10 WS-TXE-STATE      PIC X(2).
             10 WS-TXE-EXPIRY     PIC 9(8).
       01 WS-EXEMPT-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-EXEMPT-IDX      PIC 9(3) VALUE ZERO.
       01 WS-EXEMPT-CERT     PIC X(15) VALUE SPACES.
      * SHIP-TO ADDRESSES FROM FILE05, AS ORDER01 HOLDS THEM.
       01 WS-SHIPTO-STATUS   PIC X(2).
       01 WS-SHIPTO-TABLE.
          05 WS-SHIPTO-ENTRY OCCURS 2000 TIMES.
             10 WS-SHT-IDNUM      PIC 9(5).
             10 WS-SHT-NUM        PIC 9(2).
             10 WS-SHT-STATE      PIC X(2).
       01 WS-SHIPTO-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-SHIPTO-IDX      PIC 9(4) VALUE ZERO.
       01 WS-SHIPTO-NUM      PIC 9(2) VALUE ZERO.
       01 WS-SHIPTO-OK       PIC X VALUE 'N'.
      * THE QUOTE FILE, ONE IMAGE PER LINE, REWRITTEN WHOLE WHEN A
      * QUOTE LINE HAS BEEN CONVERTED OR REFUSED.
       01 WS-QUOTE-STATUS    PIC X(2).
       01 WS-QUOTE-TABLE.
          05 WS-QTE-DATA OCCURS 3000 TIMES PIC X(108).
       01 WS-QUOTE-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-QUOTE-IDX       PIC 9(4) VALUE ZERO.
       01 WS-QUOTE-FOUND     PIC 9(4) VALUE ZERO.
       01 WS-QUOTE-LINE      PIC X VALUE 'N'.
       01 WS-QUOTE-CHANGED   PIC X VALUE 'N'.
       01 WS-QUOTE-COUNT-RUN PIC 9(5) VALUE ZERO.
       01 WS-NEXT-ORDER-NUM  PIC 9(6) VALUE 1.
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'ORDBATCH'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       01 WS-STKMOVE-PROG    PIC X(7) VALUE 'STKMOVE'.
       01 STKMOVE-PARMS.
          05 SMV-DATE        PIC 9(8).
          05 SMV-PRODNAME    PIC X(10).
          05 SMV-SIZE        PIC X.
          05 SMV-SOURCE      PIC X(8) VALUE 'ORDBATCH'.
          05 SMV-REF         PIC 9(6).
          05 SMV-QTY         PIC S9(6).
          05 SMV-BALANCE     PIC 9(6).
          05 SMV-RC          PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'ORDBATCH - BATCH ORDER INTAKE'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-PRICE-TABLE
           PERFORM LOAD-QBREAK-TABLE
           PERFORM LOAD-CONTRACT-TABLE
           PERFORM LOAD-LINK-TABLE
           PERFORM LOAD-CREDIT-TABLE
           PERFORM LOAD-ONHAND-TABLE
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-EXEMPT-TABLE
           PERFORM LOAD-SHIPTO-TABLE
           PERFORM LOAD-QUOTE-TABLE
           PERFORM READ-NEXT-ORDER-NUMBER
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDERTRANS
           OPEN I-O ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING ORDERS.DAT, STATUS: '
                 WS-ORDERS-STATUS
              GOBACK
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE WS-CURRENT-DATE TO EXC-RUN-DATE
           WRITE EXCEPTION-LINE FROM EXC-HEADING
           WRITE EXCEPTION-LINE FROM EXC-BLANK-LINE
           WRITE EXCEPTION-LINE FROM EXC-COLUMN-HEADING
           OPEN EXTEND CREDIT-JOURNAL
           IF WS-CRDJRN-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR ON JOURNAL OPEN - FILE STATUS '
                 WS-CRDJRN-STATUS
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
              READ ORDERTRANS
                 AT END MOVE 'Y' TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM
           WRITE EXCEPTION-LINE FROM EXC-BLANK-LINE
           MOVE WS-STANDING-COUNT TO EXC-STANDING-COUNT
           WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE-1
           MOVE WS-EXCEPTION-COUNT TO EXC-NOT-LOADED
           WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE-2
           WRITE EXCEPTION-LINE FROM EXC-FOOTING
           CLOSE ORDERTRANS, ORDERS-FILE, REJECT-FILE
           CLOSE EXCEPTION-REPORT
           IF WS-CRDJRN-STATUS = '00' OR '05'
              CLOSE CREDIT-JOURNAL
           END-IF
           IF WS-ONHAND-CHANGED = 'Y'
              PERFORM REWRITE-ONHAND-FILE
           END-IF
           IF WS-CREDIT-CHANGED = 'Y'
              PERFORM REWRITE-CREDIT-FILE
           END-IF
           IF WS-QUOTE-CHANGED = 'Y'
              PERFORM REWRITE-QUOTE-FILE
           END-IF
           IF WS-LOAD-COUNT > ZERO
              PERFORM SAVE-NEXT-ORDER-NUMBER
           END-IF
           DISPLAY 'ORDERS LOADED:      ' WS-LOAD-COUNT
           DISPLAY 'OF WHICH BACKORDER: ' WS-BACKORDER-COUNT
           DISPLAY 'ORDERS REJECTED:    ' WS-REJECT-COUNT
           DISPLAY 'STANDING ORDERS:    ' WS-STANDING-COUNT
           DISPLAY 'OF WHICH NOT LOADED:' WS-EXCEPTION-COUNT
           DISPLAY 'QUOTE LINES:        ' WS-QUOTE-COUNT-RUN
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'INTAKE COMPLETE - LOADED ' WS-LOAD-COUNT
      * THE SAME EDIT LADDER ORDER01 WALKS, IN FILE01'S
      * REJECT-WITH-REASON STYLE.
           MOVE SPACES TO WS-REJECT-REASON
           IF BT-STANDING-NUM IS NUMERIC AND BT-STANDING-NUM > ZERO
              MOVE 'Y' TO WS-STANDING-LINE
              ADD 1 TO WS-STANDING-COUNT
           ELSE
              MOVE 'N' TO WS-STANDING-LINE
           END-IF
           PERFORM CHECK-QUOTE
           PERFORM CHECK-PRODUCT-AND-SIZE
           PERFORM CHECK-CUSTOMER
           PERFORM CHECK-SHIPTO
           PERFORM PRICE-ORDER-LINE
           PERFORM CHECK-CREDIT
           EVALUATE TRUE
                    TO WS-REJECT-REASON
              WHEN WS-CUST-OK = 'N'
                 MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
              WHEN WS-SHIPTO-OK = 'N'
                 MOVE 'SHIP-TO NOT ON FILE' TO WS-REJECT-REASON
              WHEN WS-QUOTE-LINE = 'Y' AND WS-QUOTE-FOUND = ZERO
                 MOVE 'QUOTE LINE NOT ACCEPTED' TO WS-REJECT-REASON
              WHEN WS-PRICE-COUNT > ZERO AND WS-PRICE-FOUND = 'N'
                 MOVE 'NO PRICE ON FILE' TO WS-REJECT-REASON
              WHEN WS-CREDIT-HELD = 'Y'
                 MOVE 'CUSTOMER ON COLLECTION HOLD'
                    TO WS-REJECT-REASON
              WHEN WS-CREDIT-OK = 'N'
                 MOVE 'OVER CREDIT LIMIT' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-TRANSACTION
           ELSE
              PERFORM POST-ONE-ORDER
           END-IF.
       CHECK-QUOTE.
      * A LINE CARRYING A QUOTE NUMBER MUST MATCH ITS LINE ON
      * quote.dat, FOR THE SAME CUSTOMER AND ITEM, STILL WAITING AS
      * ACCEPTED - A LINE SINCE DECLINED OR ALREADY CONVERTED IS
      * NOT ORDERED AGAIN.
           MOVE 'N' TO WS-QUOTE-LINE
           MOVE ZERO TO WS-QUOTE-FOUND
           IF BT-QUOTE-NUM IS NUMERIC AND BT-QUOTE-NUM > ZERO
              MOVE 'Y' TO WS-QUOTE-LINE
              ADD 1 TO WS-QUOTE-COUNT-RUN
              PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
                 UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
                 MOVE WS-QTE-DATA(WS-QUOTE-IDX) TO QUOTE-RECORD
                 IF QTE-QUOTE-NUM = BT-QUOTE-NUM
                    AND QTE-LINE-NUM = BT-QUOTE-LINE
                    AND QTE-IDNUM = BT-IDNUM
                    AND QTE-PRODNAME = BT-PRODNAME
                    AND QTE-SIZE = BT-SIZE
                    AND QTE-ACCEPTED
                    MOVE WS-QUOTE-IDX TO WS-QUOTE-FOUND
                 END-IF
              END-PERFORM
           END-IF.
       CHECK-PRODUCT-AND-SIZE.
           MOVE 'N' TO WS-PRODUCT-OK
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                    TO WS-ORDER-STATE
              END-IF
           END-PERFORM.
       CHECK-SHIPTO.
      * BLANK OR ZERO IS THE MAIN ADDRESS; ANY OTHER NUMBER MUST BE
      * ONE OF THE CUSTOMER'S LINES ON shipto.dat, AND ITS STATE
      * BECOMES THE ORDER STATE.
           MOVE 'N' TO WS-SHIPTO-OK
           MOVE ZERO TO WS-SHIPTO-NUM
           IF BT-SHIPTO-NUM IS NUMERIC
              MOVE BT-SHIPTO-NUM TO WS-SHIPTO-NUM
           END-IF
           IF WS-SHIPTO-NUM = ZERO
              MOVE 'Y' TO WS-SHIPTO-OK
           ELSE
              PERFORM VARYING WS-SHIPTO-IDX FROM 1 BY 1
                 UNTIL WS-SHIPTO-IDX > WS-SHIPTO-COUNT
                 IF WS-SHT-IDNUM(WS-SHIPTO-IDX) = BT-IDNUM
                    AND WS-SHT-NUM(WS-SHIPTO-IDX) = WS-SHIPTO-NUM
                    MOVE 'Y' TO WS-SHIPTO-OK
                    MOVE WS-SHT-STATE(WS-SHIPTO-IDX)
                       TO WS-ORDER-STATE
                 END-IF
              END-PERFORM
           END-IF.
       PRICE-ORDER-LINE.
      * LIST PRICE IN FORCE, UNDERCUT BY A QUANTITY-BREAK TIER, AND
      * A CUSTOMER CONTRACT IN FORCE AHEAD OF BOTH - THE SAME RULES
      * ORDER01 APPLIES.
           MOVE 'N' TO WS-PRICE-FOUND
           MOVE ZERO TO WS-BEST-EFF-DATE WS-UNIT-PRICE WS-EXT-PRICE
           MOVE ZERO TO WS-TAX-AMT
           MOVE 'NONE' TO WS-PRICE-RULE
           MOVE ZERO TO WS-RULE-DATE
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
              UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
              IF WS-PRC-PRODNAME(WS-PRICE-IDX) = BT-PRODNAME
                 MOVE WS-PRC-PRICE(WS-PRICE-IDX)
                    TO WS-UNIT-PRICE
                 MOVE 'Y' TO WS-PRICE-FOUND
                 MOVE 'LIST' TO WS-PRICE-RULE
                 MOVE WS-BEST-EFF-DATE TO WS-RULE-DATE
              END-IF
           END-PERFORM
           IF WS-PRICE-FOUND = 'Y' AND BT-QTY IS NUMERIC
              PERFORM FIND-QUANTITY-BREAK
              IF WS-TIER-FOUND = 'Y'
                 AND WS-TIER-PRICE < WS-UNIT-PRICE
                 MOVE WS-TIER-PRICE    TO WS-UNIT-PRICE
                 MOVE 'QTYBREAK'       TO WS-PRICE-RULE
                 MOVE WS-TIER-EFF-DATE TO WS-RULE-DATE
              END-IF
           END-IF
           PERFORM FIND-CONTRACT-PRICE
      * AN ACCEPTED QUOTE IS HELD TO THE PRICE QUOTED, WHATEVER THE
      * PRICE FILE SAYS TODAY; THE RULE DATE IS THE QUOTE DATE.
           IF WS-QUOTE-FOUND > ZERO AND BT-QUOTE-PRICE IS NUMERIC
              MOVE WS-QTE-DATA(WS-QUOTE-FOUND) TO QUOTE-RECORD
              MOVE BT-QUOTE-PRICE TO WS-UNIT-PRICE
              MOVE 'QUOTE'        TO WS-PRICE-RULE
              MOVE QTE-QUOTE-DATE TO WS-RULE-DATE
              MOVE 'Y'            TO WS-PRICE-FOUND
           END-IF
           IF WS-PRICE-FOUND = 'Y' AND BT-QTY IS NUMERIC
              COMPUTE WS-EXT-PRICE = WS-UNIT-PRICE * BT-QTY
              PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       WS-EXT-PRICE * WS-TAX-RATE(WS-TAX-IDX)
                 END-IF
              END-PERFORM
              PERFORM CHECK-TAX-EXEMPTION
           END-IF.
       CHECK-TAX-EXEMPTION.
      * A CERTIFICATE FOR THE ORDER STATE, STILL IN DATE, WAIVES
      * THE TAX.
           MOVE SPACES TO WS-EXEMPT-CERT
           PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
              UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
              IF WS-TXE-IDNUM(WS-EXEMPT-IDX) = BT-IDNUM
                 AND WS-TXE-STATE(WS-EXEMPT-IDX) = WS-ORDER-STATE
                 AND WS-TXE-EXPIRY(WS-EXEMPT-IDX) >= WS-CURRENT-DATE
                 MOVE WS-TXE-CERT-NUM(WS-EXEMPT-IDX) TO WS-EXEMPT-CERT
              END-IF
           END-PERFORM
           IF WS-EXEMPT-CERT NOT = SPACES
              MOVE ZERO TO WS-TAX-AMT
           END-IF.
       FIND-QUANTITY-BREAK.
           MOVE 'N' TO WS-TIER-FOUND
           MOVE ZERO TO WS-BEST-MIN-QTY WS-TIER-PRICE WS-TIER-EFF-DATE
           PERFORM VARYING WS-QBREAK-IDX FROM 1 BY 1
              UNTIL WS-QBREAK-IDX > WS-QBREAK-COUNT
              IF WS-QBR-PRODNAME(WS-QBREAK-IDX) = BT-PRODNAME
                 AND WS-QBR-SIZE(WS-QBREAK-IDX) = BT-SIZE
                 AND WS-QBR-EFF-DATE(WS-QBREAK-IDX)
                    <= WS-CURRENT-DATE
                 AND WS-QBR-MIN-QTY(WS-QBREAK-IDX) <= BT-QTY
                 IF WS-QBR-MIN-QTY(WS-QBREAK-IDX) > WS-BEST-MIN-QTY
                    OR (WS-QBR-MIN-QTY(WS-QBREAK-IDX)
                          = WS-BEST-MIN-QTY
                        AND WS-QBR-EFF-DATE(WS-QBREAK-IDX)
                          >= WS-TIER-EFF-DATE)
                    MOVE WS-QBR-MIN-QTY(WS-QBREAK-IDX)
                       TO WS-BEST-MIN-QTY
                    MOVE WS-QBR-EFF-DATE(WS-QBREAK-IDX)
                       TO WS-TIER-EFF-DATE
                    MOVE WS-QBR-PRICE(WS-QBREAK-IDX) TO WS-TIER-PRICE
                    MOVE 'Y' TO WS-TIER-FOUND
                 END-IF
              END-IF
           END-PERFORM.
       FIND-CONTRACT-PRICE.
           PERFORM VARYING WS-CONTRACT-IDX FROM 1 BY 1
              UNTIL WS-CONTRACT-IDX > WS-CONTRACT-COUNT
              IF WS-CON-IDNUM(WS-CONTRACT-IDX) = BT-IDNUM
                 AND WS-CON-PRODNAME(WS-CONTRACT-IDX) = BT-PRODNAME
                 AND WS-CON-SIZE(WS-CONTRACT-IDX) = BT-SIZE
                 AND WS-CON-START-DATE(WS-CONTRACT-IDX)
                    <= WS-CURRENT-DATE
                 AND WS-CON-END-DATE(WS-CONTRACT-IDX)
                    >= WS-CURRENT-DATE
                 IF WS-PRICE-RULE NOT = 'CONTRACT'
                    OR WS-CON-START-DATE(WS-CONTRACT-IDX)
                       >= WS-RULE-DATE
                    MOVE WS-CON-PRICE(WS-CONTRACT-IDX)
                       TO WS-UNIT-PRICE
                    MOVE 'CONTRACT' TO WS-PRICE-RULE
                    MOVE WS-CON-START-DATE(WS-CONTRACT-IDX)
                       TO WS-RULE-DATE
                    MOVE 'Y' TO WS-PRICE-FOUND
                 END-IF
              END-IF
           END-PERFORM.
       WRITE-PRICING-JOURNAL.
           IF WS-CRDJRN-STATUS = '00' OR '05'
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE SPACES TO CREDIT-JOURNAL-RECORD
              MOVE 'PRICED'          TO CJR-ACTION
              MOVE WS-CURRENT-DATE   TO CJR-DATE
              MOVE WS-CURRENT-TIME   TO CJR-TIME
              MOVE BT-IDNUM          TO CJR-IDNUM
              MOVE WS-EXT-PRICE      TO CJR-ORDER-VALUE
              MOVE WS-NEXT-ORDER-NUM TO CJR-ORDER-NUM
              MOVE BT-PRODNAME       TO CJR-PRODNAME
              MOVE BT-SIZE           TO CJR-SIZE
              MOVE BT-QTY            TO CJR-QTY
              MOVE WS-UNIT-PRICE     TO CJR-UNIT-PRICE
              MOVE WS-PRICE-RULE     TO CJR-PRICE-RULE
              MOVE WS-RULE-DATE      TO CJR-RULE-DATE
              WRITE CREDIT-JOURNAL-RECORD
           END-IF.
       CHECK-CREDIT.
      * THE LINE MUST FIT INSIDE THE AVAILABLE CREDIT OF THE
      * CUSTOMER'S GROUP - THE CUSTOMER ALONE, OR A PARENT AND ALL
      * ITS BRANCHES TOGETHER. A CUSTOMER ON COLLECTION HOLD, OR
      * WHOSE PARENT IS, IS REFUSED WHATEVER THE CREDIT LEFT; ONLY
      * CREDMNT RELEASES THE HOLD. THE ORDER VALUE POSTS TO THE
      * PARENT FOR A BRANCH BILLED TO ITS PARENT (OR WITH NO CREDIT
      * RECORD OF ITS OWN), SO THE PAYMENT RELIEVES THE SAME RECORD.
           MOVE 'Y' TO WS-CREDIT-OK
           MOVE 'N' TO WS-CREDIT-HELD
           MOVE BT-IDNUM TO WS-GROUP-IDNUM
           PERFORM FIND-CREDIT-GROUP
           MOVE ZERO TO WS-CREDIT-FOUND WS-PARENT-CREDIT
           MOVE ZERO TO WS-GROUP-LIMIT WS-GROUP-BALANCE
           PERFORM ADD-GROUP-CREDIT
              VARYING WS-CREDIT-IDX FROM 1 BY 1
              UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
           IF (WS-CREDIT-FOUND > ZERO
                 AND WS-CRD-HOLD(WS-CREDIT-FOUND) = 'H')
              OR (WS-PARENT-CREDIT > ZERO
                 AND WS-CRD-HOLD(WS-PARENT-CREDIT) = 'H')
              MOVE 'Y' TO WS-CREDIT-HELD
           END-IF
           IF WS-PARENT-CREDIT > ZERO
              AND (WS-GROUP-BILL-TO = 'Y' OR WS-CREDIT-FOUND = ZERO)
              MOVE WS-PARENT-CREDIT TO WS-CREDIT-FOUND
           END-IF
           IF WS-CREDIT-FOUND > ZERO
              COMPUTE WS-AVAILABLE =
                 WS-GROUP-LIMIT - WS-GROUP-BALANCE
              IF WS-EXT-PRICE > WS-AVAILABLE
                 MOVE 'N' TO WS-CREDIT-OK
              END-IF
           END-IF.
       ADD-GROUP-CREDIT.
           IF WS-CRD-GROUP(WS-CREDIT-IDX) = WS-GROUP-PARENT
              ADD WS-CRD-LIMIT(WS-CREDIT-IDX) TO WS-GROUP-LIMIT
              ADD WS-CRD-BALANCE(WS-CREDIT-IDX) TO WS-GROUP-BALANCE
              IF WS-CRD-IDNUM(WS-CREDIT-IDX) = BT-IDNUM
                 MOVE WS-CREDIT-IDX TO WS-CREDIT-FOUND
              END-IF
              IF WS-CRD-IDNUM(WS-CREDIT-IDX) = WS-GROUP-PARENT
                 AND WS-GROUP-PARENT NOT = BT-IDNUM
                 MOVE WS-CREDIT-IDX TO WS-PARENT-CREDIT
              END-IF
           END-IF.
       POST-ONE-ORDER.
           PERFORM CHECK-STOCK
           MOVE SPACES TO ORDER-RECORD
              MOVE 'O' TO ORD-STATUS
           END-IF
           MOVE WS-NEXT-ORDER-NUM TO ORD-ORDER-NUM
           MOVE 1                 TO ORD-LINE-NUM
           MOVE WS-TAX-AMT        TO ORD-TAX-AMT
           MOVE WS-SHIPTO-NUM     TO ORD-SHIPTO-NUM
           WRITE ORDER-RECORD
              INVALID KEY CONTINUE
           END-WRITE
      * A LINE THE FILE WILL NOT TAKE STILL LANDS ON THE REJECT
      * FILE. A NUMBER ALREADY ON FILE MEANS ordnum.dat HAS FALLEN
      * BEHIND; IT IS STEPPED PAST SO THE REST OF THE RUN LOADS.
           EVALUATE WS-ORDERS-STATUS
              WHEN '00'
                 ADD 1 TO WS-LOAD-COUNT
                 PERFORM WRITE-PRICING-JOURNAL
                 PERFORM RELIEVE-ONHAND
                 PERFORM POST-CREDIT-BALANCE
                 IF WS-QUOTE-FOUND > ZERO
                    PERFORM MARK-QUOTE-CONVERTED
                 END-IF
                 ADD 1 TO WS-NEXT-ORDER-NUM
                 IF WS-STANDING-LINE = 'Y' AND WS-STOCK-SHORT = 'Y'
                    MOVE 'LOADED - BACKORDERED'
                       TO WS-REJECT-REASON
                    PERFORM WRITE-EXCEPTION-LINE
                 END-IF
              WHEN '22'
                 DISPLAY 'ORDER ' WS-NEXT-ORDER-NUM
                    ' ALREADY ON FILE - CHECK ordnum.dat'
                 MOVE 'ORDER NUMBER ALREADY ON FILE'
                    TO WS-REJECT-REASON
                 PERFORM REJECT-TRANSACTION
                 ADD 1 TO WS-NEXT-ORDER-NUM
              WHEN OTHER
                 DISPLAY 'ERROR WRITING ORDERS.DAT, STATUS: '
                    WS-ORDERS-STATUS
                 MOVE 'ORDERS.DAT WRITE FAILED' TO WS-REJECT-REASON
                 PERFORM REJECT-TRANSACTION
           END-EVALUATE.
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           EVALUATE TRUE
              WHEN WS-STANDING-LINE = 'Y'
                 ADD 1 TO WS-EXCEPTION-COUNT
                 PERFORM WRITE-EXCEPTION-LINE
              WHEN WS-QUOTE-FOUND > ZERO
                 PERFORM MARK-QUOTE-REFUSED
              WHEN OTHER
                 MOVE SPACES TO REJECT-RECORD
                 MOVE TRANS-RECORD       TO REJ-DATA
                 MOVE WS-REJECT-REASON   TO REJ-REASON
                 WRITE REJECT-RECORD
           END-EVALUATE.
       MARK-QUOTE-CONVERTED.
           MOVE WS-QTE-DATA(WS-QUOTE-FOUND) TO QUOTE-RECORD
           MOVE 'C'               TO QTE-STATUS
           MOVE WS-CURRENT-DATE   TO QTE-STATUS-DATE
           MOVE WS-NEXT-ORDER-NUM TO QTE-ORDER-NUM
           MOVE SPACES            TO QTE-REASON
           MOVE QUOTE-RECORD TO WS-QTE-DATA(WS-QUOTE-FOUND)
           MOVE 'Y' TO WS-QUOTE-CHANGED.
       MARK-QUOTE-REFUSED.
           MOVE WS-QTE-DATA(WS-QUOTE-FOUND) TO QUOTE-RECORD
           MOVE 'R'              TO QTE-STATUS
           MOVE WS-CURRENT-DATE  TO QTE-STATUS-DATE
           MOVE ZERO             TO QTE-ORDER-NUM
           MOVE WS-REJECT-REASON TO QTE-REASON
           MOVE QUOTE-RECORD TO WS-QTE-DATA(WS-QUOTE-FOUND)
           MOVE 'Y' TO WS-QUOTE-CHANGED.
       WRITE-EXCEPTION-LINE.
           MOVE BT-STANDING-NUM  TO EXC-SO-NUMBER
           MOVE BT-IDNUM         TO EXC-IDNUM
           MOVE BT-PRODNAME      TO EXC-PRODNAME
           MOVE BT-SIZE          TO EXC-SIZE
           MOVE BT-QTY           TO EXC-QTY
           MOVE WS-REJECT-REASON TO EXC-REASON
           WRITE EXCEPTION-LINE FROM EXC-DETAIL-LINE.
       CHECK-STOCK.
           MOVE 'N' TO WS-STOCK-SHORT
           MOVE ZERO TO WS-ONHAND-FOUND
           MOVE 'N' TO WS-KIT-LINE
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-COUNT
              IF WS-KIT-PRODNAME(WS-KIT-IDX) = BT-PRODNAME
                 AND WS-KIT-SIZE(WS-KIT-IDX) = BT-SIZE
                 MOVE 'Y' TO WS-KIT-LINE
              END-IF
           END-PERFORM
           IF WS-ONHAND-COUNT > ZERO AND WS-KIT-LINE = 'Y'
              PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                 UNTIL WS-KIT-IDX > WS-KIT-COUNT
                 IF WS-KIT-PRODNAME(WS-KIT-IDX) = BT-PRODNAME
                    AND WS-KIT-SIZE(WS-KIT-IDX) = BT-SIZE
                    PERFORM CHECK-KIT-COMPONENT
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ONHAND-COUNT > ZERO AND WS-KIT-LINE = 'N'
              PERFORM VARYING WS-ONHAND-IDX FROM 1 BY 1
                 UNTIL WS-ONHAND-IDX > WS-ONHAND-COUNT
                 IF WS-OH-PRODNAME(WS-ONHAND-IDX) = BT-PRODNAME
                    MOVE 'Y' TO WS-STOCK-SHORT
              END-EVALUATE
           END-IF.
       CHECK-KIT-COMPONENT.
      * A KIT HOLDS NO STOCK OF ITS OWN. EVERY COMPONENT MUST BE ON
      * THE SHELF FOR THE WHOLE QUANTITY OF KITS, OR THE KIT LINE
      * GOES OUT BACKORDERED.
           COMPUTE WS-COMP-NEED = WS-KIT-COMP-QTY(WS-KIT-IDX) * BT-QTY
           PERFORM FIND-COMPONENT-ONHAND
           EVALUATE TRUE
              WHEN WS-COMP-FOUND = ZERO
                 MOVE 'Y' TO WS-STOCK-SHORT
              WHEN WS-OH-ONHAND(WS-COMP-FOUND) < WS-COMP-NEED
                 MOVE 'Y' TO WS-STOCK-SHORT
           END-EVALUATE.
       FIND-COMPONENT-ONHAND.
           MOVE ZERO TO WS-COMP-FOUND
           PERFORM VARYING WS-ONHAND-IDX FROM 1 BY 1
              UNTIL WS-ONHAND-IDX > WS-ONHAND-COUNT
              IF WS-OH-PRODNAME(WS-ONHAND-IDX)
                 = WS-KIT-COMP-PRODNAME(WS-KIT-IDX)
                 AND WS-OH-SIZE(WS-ONHAND-IDX)
                    = WS-KIT-COMP-SIZE(WS-KIT-IDX)
                 MOVE WS-ONHAND-IDX TO WS-COMP-FOUND
              END-IF
           END-PERFORM.
       RELIEVE-ONHAND.
           IF WS-ONHAND-FOUND > ZERO AND WS-STOCK-SHORT = 'N'
              SUBTRACT BT-QTY
                 FROM WS-OH-ONHAND(WS-ONHAND-FOUND)
              MOVE 'Y' TO WS-ONHAND-CHANGED
              PERFORM RECORD-STOCK-MOVEMENT
           END-IF
           IF WS-KIT-LINE = 'Y' AND WS-ONHAND-COUNT > ZERO
              AND WS-STOCK-SHORT = 'N'
              PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                 UNTIL WS-KIT-IDX > WS-KIT-COUNT
                 IF WS-KIT-PRODNAME(WS-KIT-IDX) = BT-PRODNAME
                    AND WS-KIT-SIZE(WS-KIT-IDX) = BT-SIZE
                    PERFORM RELIEVE-KIT-COMPONENT
                 END-IF
              END-PERFORM
           END-IF.
       RELIEVE-KIT-COMPONENT.
      * EACH COMPONENT COMES OFF ITS OWN SHELF AND GOES TO THE
      * MOVEMENT HISTORY UNDER ITS OWN NAME, AGAINST THE KIT'S
      * ORDER NUMBER.
           COMPUTE WS-COMP-NEED = WS-KIT-COMP-QTY(WS-KIT-IDX) * BT-QTY
           PERFORM FIND-COMPONENT-ONHAND
           IF WS-COMP-FOUND > ZERO
              SUBTRACT WS-COMP-NEED FROM WS-OH-ONHAND(WS-COMP-FOUND)
              MOVE 'Y' TO WS-ONHAND-CHANGED
              MOVE WS-CURRENT-DATE TO SMV-DATE
              MOVE WS-KIT-COMP-PRODNAME(WS-KIT-IDX) TO SMV-PRODNAME
              MOVE WS-KIT-COMP-SIZE(WS-KIT-IDX) TO SMV-SIZE
              MOVE WS-NEXT-ORDER-NUM TO SMV-REF
              COMPUTE SMV-QTY = ZERO - WS-COMP-NEED
              MOVE WS-OH-ONHAND(WS-COMP-FOUND) TO SMV-BALANCE
              CALL WS-STKMOVE-PROG USING STKMOVE-PARMS
                 ON EXCEPTION
                    DISPLAY 'STKMOVE NOT AVAILABLE - MOVEMENT NOT '
                       'RECORDED'
              END-CALL
           END-IF.
       RECORD-STOCK-MOVEMENT.
      * STOCK THE ORDER TAKES OFF THE SHELF GOES TO THE MOVEMENT
      * HISTORY. A MISSING RECORDER MUST NEVER STOP THE POSTING
      * ITSELF; THE STOCK CARD THEN SHOWS THE GAP.
           MOVE WS-CURRENT-DATE TO SMV-DATE
           MOVE BT-PRODNAME TO SMV-PRODNAME
           MOVE BT-SIZE TO SMV-SIZE
           MOVE WS-NEXT-ORDER-NUM TO SMV-REF
           COMPUTE SMV-QTY = ZERO - BT-QTY
           MOVE WS-OH-ONHAND(WS-ONHAND-FOUND)
              TO SMV-BALANCE
           CALL WS-STKMOVE-PROG USING STKMOVE-PARMS
              ON EXCEPTION
                 DISPLAY 'STKMOVE NOT AVAILABLE - MOVEMENT NOT '
                    'RECORDED'
           END-CALL.
       POST-CREDIT-BALANCE.
           IF WS-CREDIT-FOUND > ZERO
              ADD WS-EXT-PRICE
              END-PERFORM
              CLOSE PRICE-FILE
           END-IF.
       LOAD-QBREAK-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT QBREAK-FILE
           IF WS-QBREAK-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF = 'Y' OR WS-QBREAK-COUNT >= 300
                 READ QBREAK-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-QBREAK-COUNT
                       MOVE QBR-PRODNAME
                          TO WS-QBR-PRODNAME(WS-QBREAK-COUNT)
                       MOVE QBR-SIZE
                          TO WS-QBR-SIZE(WS-QBREAK-COUNT)
                       MOVE QBR-EFF-DATE
                          TO WS-QBR-EFF-DATE(WS-QBREAK-COUNT)
                       MOVE QBR-MIN-QTY
                          TO WS-QBR-MIN-QTY(WS-QBREAK-COUNT)
                       MOVE QBR-UNIT-PRICE
                          TO WS-QBR-PRICE(WS-QBREAK-COUNT)
                 END-READ
              END-PERFORM
              CLOSE QBREAK-FILE
           END-IF.
       LOAD-CONTRACT-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF = 'Y' OR WS-CONTRACT-COUNT >= 500
                 READ CONTRACT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CONTRACT-COUNT
                       MOVE CON-IDNUM
                          TO WS-CON-IDNUM(WS-CONTRACT-COUNT)
                       MOVE CON-PRODNAME
                          TO WS-CON-PRODNAME(WS-CONTRACT-COUNT)
                       MOVE CON-SIZE
                          TO WS-CON-SIZE(WS-CONTRACT-COUNT)
                       MOVE CON-START-DATE
                          TO WS-CON-START-DATE(WS-CONTRACT-COUNT)
                       MOVE CON-END-DATE
                          TO WS-CON-END-DATE(WS-CONTRACT-COUNT)
                       MOVE CON-UNIT-PRICE
                          TO WS-CON-PRICE(WS-CONTRACT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CONTRACT-FILE
           END-IF.
       LOAD-CREDIT-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CREDIT-FILE
                          TO WS-CRD-LIMIT(WS-CREDIT-COUNT)
                       MOVE CRD-BALANCE
                          TO WS-CRD-BALANCE(WS-CREDIT-COUNT)
                       MOVE CRD-HOLD
                          TO WS-CRD-HOLD(WS-CREDIT-COUNT)
                       MOVE CRD-IDNUM TO WS-GROUP-IDNUM
                       PERFORM FIND-CREDIT-GROUP
                       MOVE WS-GROUP-PARENT
                          TO WS-CRD-GROUP(WS-CREDIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CREDIT-FILE
           END-IF.
       LOAD-LINK-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF = 'Y' OR WS-LINK-COUNT >= 1000
                 READ LINK-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-LINK-COUNT
                       MOVE CLK-IDNUM
                          TO WS-CLK-IDNUM(WS-LINK-COUNT)
                       MOVE CLK-PARENT
                          TO WS-CLK-PARENT(WS-LINK-COUNT)
                       MOVE CLK-BILL-TO
                          TO WS-CLK-BILL-TO(WS-LINK-COUNT)
                 END-READ
              END-PERFORM
              CLOSE LINK-FILE
           END-IF.
       FIND-CREDIT-GROUP.
      * THE GROUP OF WS-GROUP-IDNUM IS ITS PARENT IF IT IS A BRANCH,
      * ELSE ITSELF; THE BRANCH'S BILL-TO FLAG COMES BACK WITH IT.
           MOVE WS-GROUP-IDNUM TO WS-GROUP-PARENT
           MOVE 'N' TO WS-GROUP-BILL-TO
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX > WS-LINK-COUNT
              IF WS-CLK-IDNUM(WS-LINK-IDX) = WS-GROUP-IDNUM
                 MOVE WS-CLK-PARENT(WS-LINK-IDX) TO WS-GROUP-PARENT
                 MOVE WS-CLK-BILL-TO(WS-LINK-IDX) TO WS-GROUP-BILL-TO
              END-IF
           END-PERFORM.
       LOAD-ONHAND-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ONHAND-FILE
              END-PERFORM
              CLOSE ONHAND-FILE
           END-IF.
       LOAD-KIT-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT KIT-FILE
           IF WS-KIT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF = 'Y' OR WS-KIT-COUNT >= 300
                 READ KIT-FILE
                    AT END MOVE 'Y' TO WS-EOF
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
       LOAD-TAX-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TAXRATE-FILE
              END-PERFORM
              CLOSE TAXRATE-FILE
           END-IF.
       LOAD-EXEMPT-TABLE.
      * NO taxexempt.dat SIMPLY MEANS NO CUSTOMER IS EXEMPT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXEMPT-FILE
           IF WS-EXEMPT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF = 'Y' OR WS-EXEMPT-COUNT >= 500
                 READ EXEMPT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-EXEMPT-COUNT
                       MOVE TXE-IDNUM
                          TO WS-TXE-IDNUM(WS-EXEMPT-COUNT)
                       MOVE TXE-CERT-NUM
                          TO WS-TXE-CERT-NUM(WS-EXEMPT-COUNT)
                       MOVE TXE-STATE
                          TO WS-TXE-STATE(WS-EXEMPT-COUNT)
                       MOVE TXE-EXPIRY-DATE
                          TO WS-TXE-EXPIRY(WS-EXEMPT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EXEMPT-FILE
           END-IF.
       LOAD-SHIPTO-TABLE.
      * NO shipto.dat SIMPLY MEANS EVERY LINE GOES TO THE MAIN
      * ADDRESS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SHIPTO-FILE
           IF WS-SHIPTO-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF = 'Y' OR WS-SHIPTO-COUNT >= 2000
                 READ SHIPTO-FILE
                    AT END MOVE 'Y' TO WS-EOF
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
       LOAD-QUOTE-TABLE.
      * NO quote.dat SIMPLY MEANS NO QUOTE LINE CAN BE MATCHED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF = 'Y' OR WS-QUOTE-COUNT >= 3000
                 READ QUOTE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-QUOTE-COUNT
                       MOVE QUOTE-RECORD
                          TO WS-QTE-DATA(WS-QUOTE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE QUOTE-FILE
           END-IF.
       READ-NEXT-ORDER-NUMBER.
           OPEN INPUT ORDNUM-FILE
           IF WS-ORDNUM-STATUS = '00' OR '05'
              CLOSE ORDNUM-FILE
           END-IF.
       SAVE-NEXT-ORDER-NUMBER.
      * ORDER01 MAY HAVE MOVED THE COUNTER ON WHILE THIS RUN WAS
      * LOADING; THE HIGHER NUMBER IS KEPT SO NEITHER HANDS OUT A
      * NUMBER THE OTHER HAS ALREADY USED.
           OPEN INPUT ORDNUM-FILE
           IF WS-ORDNUM-STATUS = '00' OR '05'
              READ ORDNUM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF ONO-NEXT IS NUMERIC
                       AND ONO-NEXT > WS-NEXT-ORDER-NUM
                       MOVE ONO-NEXT TO WS-NEXT-ORDER-NUM
                    END-IF
              END-READ
              CLOSE ORDNUM-FILE
           END-IF
           OPEN OUTPUT ORDNUM-FILE
           IF WS-ORDNUM-STATUS = '00' OR '05'
              MOVE WS-NEXT-ORDER-NUM TO ONO-NEXT
           MOVE WS-CRD-IDNUM(WS-CREDIT-IDX)   TO CRD-IDNUM
           MOVE WS-CRD-LIMIT(WS-CREDIT-IDX)   TO CRD-LIMIT
           MOVE WS-CRD-BALANCE(WS-CREDIT-IDX) TO CRD-BALANCE
           MOVE WS-CRD-HOLD(WS-CREDIT-IDX)    TO CRD-HOLD
           WRITE CREDIT-RECORD.
       REWRITE-QUOTE-FILE.
           OPEN OUTPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING quote.dat, STATUS: '
                 WS-QUOTE-STATUS
           ELSE
              PERFORM WRITE-ONE-QUOTE
                 VARYING WS-QUOTE-IDX FROM 1 BY 1
                 UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
              CLOSE QUOTE-FILE
           END-IF.
       WRITE-ONE-QUOTE.
           MOVE WS-QTE-DATA(WS-QUOTE-IDX) TO QUOTE-RECORD
           WRITE QUOTE-RECORD.
       RESET-TRANS-FILE.
      * EVERY RECORD LANDED ON ORDERS.DAT OR orderrej.dat - THE
      * PROCESSED FILE IS EMPTIED SO A RERUN CANNOT LOAD TWICE.
