      * THE WAY TABLE01 DOES AND VALIDATES EVERY ENTERED PRODUCT
      * NAME WITH THE SAME SEARCH ALL LOOKUP, CHECKS THE SIZE
      * AGAINST THE PRODUCT'S OWN SIZE CODES AND THE CUSTOMER
      * AGAINST CUSTOMER.DAT, AND ADDS ORDER RECORDS (CUSTOMER
      * IDNUM, PRODUCT, SIZE, QUANTITY, DATE) TO THE INDEXED
      * ORDERS.DAT AS LINE 1 OF EACH NEW ORDER NUMBER. THE
      * ORDRPT COMPANION TOTALS THE DAY'S ORDERS BY PRODUCT AND
      * SIZE. A KIT DEFINED ON kitdef.dat IS ORDERED AND PRICED AS
      * ITSELF, BUT ITS STOCK IS CHECKED AND RELIEVED ON ITS
      * COMPONENTS. A LINE IS PRICED BY THE CUSTOMER'S CONTRACT
      * (contract.dat) WHERE ONE IS IN FORCE, ELSE BY A QUANTITY
      * BREAK (qtybreak.dat) BELOW LIST, ELSE AT LIST PRICE, AND THE
      * RULE USED IS JOURNALED TO order01-journal.log. A BRANCH
      * LINKED TO A PARENT ON custlink.dat IS CREDIT-CHECKED WITH
      * THE WHOLE GROUP. A CUSTOMER HOLDING AN UNEXPIRED TAX
      * EXEMPTION CERTIFICATE (taxexempt.dat) FOR THE ORDER STATE
      * IS CHARGED NO SALES TAX. AN ORDER MAY NAME ONE OF THE
      * CUSTOMER'S SHIP-TO ADDRESSES (shipto.dat); THE ORDER STATE
      * IS THEN THE SHIP-TO STATE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT OPTIONAL ONHAND-FILE ASSIGN TO "ONHAND.DAT"
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
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
              ASSIGN TO "order01-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRDJRN-STATUS.
           SELECT OPTIONAL LINK-FILE ASSIGN TO "custlink.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LINK-STATUS.
           SELECT OPTIONAL ORDNUM-FILE ASSIGN TO "ordnum.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORDNUM-STATUS.
           SELECT TAXRATE-FILE ASSIGN TO "taxrate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT OPTIONAL KIT-FILE ASSIGN TO "kitdef.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
           SELECT OPTIONAL EXEMPT-FILE ASSIGN TO "taxexempt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXEMPT-STATUS.
           SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shipto.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPTO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODMAST.
          02 PRC-EFF-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 PRC-UNIT-PRICE       PIC 9(5)V99.
       FD QBREAK-FILE.
           COPY QBRREC.
       FD CONTRACT-FILE.
           COPY CONREC.
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
          02 CRD-IDNUM            PIC 9(5).
          02 CRD-LIMIT            PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-BALANCE          PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-HOLD             PIC X.
             88 CRD-ON-HOLD               VALUE 'H'.
      * OVER-LIMIT OVERRIDES ARE JOURNALED WITH THE BEFORE- AND
      * AFTER-IMAGES OF THE CREDIT RECORD, THE WAY FILE05 JOURNALS
      * ITS WRITE ACTIONS; EVERY LINE TAKEN IS JOURNALED WITH THE
      * PRICING RULE THAT VALUED IT.
       FD CREDIT-JOURNAL.
           COPY CJRREC.
      * BRANCH TO PARENT LINKS FROM GRPMNT.
       FD LINK-FILE.
           COPY CLKREC.
      * NEXT-NUMBER CONTROL FOR ORDER NUMBERS; ORDBATCH DRAWS FROM
      * THE SAME SERIES.
       FD ORDNUM-FILE.
          02 TX-STATE             PIC X(2).
          02 FILLER               PIC X.
          02 TX-RATE              PIC 9V9999.
       FD KIT-FILE.
           COPY KITREC.
       FD EXEMPT-FILE.
           COPY TXEREC.
       FD SHIPTO-FILE.
           COPY SHTREC.
       WORKING-STORAGE SECTION.
       01 WS-PRODMAST-STATUS PIC X(2) VALUE '00'.
       01 WS-CUSTFILE-STATUS PIC X(2) VALUE '00'.
       01 WS-ONHAND-EOF      PIC X VALUE 'N'.
          88 ONHAND-END               VALUE 'Y'.
       01 WS-ONHAND-CHANGED  PIC X VALUE 'N'.
      * THE KIT DEFINITIONS KITMNT MAINTAINS, ONE ENTRY PER
      * COMPONENT LINE.
       01 WS-KIT-STATUS      PIC X(2).
       01 WS-KIT-TABLE.
          05 WS-KIT-ENTRY OCCURS 300 TIMES.
             10 WS-KIT-PRODNAME      PIC X(10).
             10 WS-KIT-SIZE          PIC A.
             10 WS-KIT-COMP-PRODNAME PIC X(10).
             10 WS-KIT-COMP-SIZE     PIC A.
             10 WS-KIT-COMP-QTY      PIC 9(3).
       01 WS-KIT-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-KIT-IDX         PIC 9(3) VALUE ZERO.
       01 WS-KIT-EOF         PIC X VALUE 'N'.
          88 KIT-END                  VALUE 'Y'.
       01 WS-KIT-LINE        PIC X VALUE 'N'.
       01 WS-COMP-FOUND      PIC 9(3) VALUE ZERO.
       01 WS-COMP-NEED       PIC 9(7) VALUE ZERO.
      * THE EFFECTIVE-DATED PRICE FILE PRICEMNT MAINTAINS, LOADED
      * ONCE SO EVERY ORDER LINE IS PRICED AT ENTRY TIME.
       01 WS-PRICE-STATUS    PIC X(2).
       01 WS-UNIT-PRICE      PIC 9(5)V99 VALUE ZERO.
       01 WS-PRICE-FOUND     PIC X VALUE 'N'.
       01 WS-EXT-PRICE       PIC 9(7)V99 VALUE ZERO.
      * QUANTITY-BREAK TIERS (QBRKMNT) AND CUSTOMER CONTRACT PRICES
      * (CONTMNT). A CONTRACT IN FORCE BEATS EVERYTHING; A TIER IS
      * TAKEN ONLY WHEN IT UNDERCUTS THE LIST PRICE.
       01 WS-QBREAK-STATUS   PIC X(2).
       01 WS-QBREAK-TABLE.
          05 WS-QBREAK-ENTRY OCCURS 300 TIMES.
             10 WS-QBR-PRODNAME   PIC X(10).
             10 WS-QBR-SIZE       PIC A.
             10 WS-QBR-EFF-DATE   PIC 9(8).
             10 WS-QBR-MIN-QTY    PIC 9(4).
             10 WS-QBR-PRICE      PIC 9(5)V99.
       01 WS-QBREAK-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-QBREAK-IDX      PIC 9(3) VALUE ZERO.
       01 WS-QBREAK-EOF      PIC X VALUE 'N'.
          88 QBREAK-END               VALUE 'Y'.
       01 WS-CONTRACT-STATUS PIC X(2).
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
       01 WS-CONTRACT-EOF    PIC X VALUE 'N'.
          88 CONTRACT-END             VALUE 'Y'.
       01 WS-BEST-MIN-QTY    PIC 9(4) VALUE ZERO.
       01 WS-TIER-PRICE      PIC 9(5)V99 VALUE ZERO.
       01 WS-TIER-EFF-DATE   PIC 9(8) VALUE ZERO.
       01 WS-TIER-FOUND      PIC X VALUE 'N'.
       01 WS-PRICE-RULE      PIC X(8) VALUE SPACES.
       01 WS-RULE-DATE       PIC 9(8) VALUE ZERO.
       01 DIS-UNIT-PRICE     PIC ZZZZ9.99.
       01 DIS-EXT-PRICE      PIC ZZZZZZ9.99.
       01 WS-STOCK-SHORT     PIC X VALUE 'N'.
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
       01 WS-OVERRIDE-ANSWER PIC X VALUE 'N'.
       01 WS-OVERRIDE-TAKEN  PIC X VALUE 'N'.
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
       01 WS-LINK-EOF        PIC X VALUE 'N'.
          88 LINK-END                 VALUE 'Y'.
       01 WS-GROUP-IDNUM     PIC 9(5) VALUE ZERO.
       01 WS-GROUP-PARENT    PIC 9(5) VALUE ZERO.
       01 WS-GROUP-BILL-TO   PIC X VALUE 'N'.
       01 WS-GROUP-MEMBERS   PIC 9(4) VALUE ZERO.
       01 WS-GROUP-LIMIT     PIC 9(9)V99 VALUE ZERO.
       01 WS-GROUP-BALANCE   PIC 9(9)V99 VALUE ZERO.
       01 WS-PARENT-CREDIT   PIC 9(4) VALUE ZERO.
       01 DIS-AVAILABLE      PIC ZZZZZZZ9.99.
       01 WS-CURRENT-TIME    PIC 9(6).
       01 WS-ORDNUM-STATUS   PIC X(2).
          88 TAX-END                  VALUE 'Y'.
       01 WS-ORDER-STATE     PIC X(2) VALUE SPACES.
       01 WS-TAX-AMT         PIC 9(5)V99 VALUE ZERO.
      * EXEMPTION CERTIFICATES FROM TXEMNT; A CUSTOMER HOLDING ONE
      * FOR THE ORDER STATE THAT HAS NOT EXPIRED PAYS NO TAX.
       01 WS-EXEMPT-STATUS   PIC X(2).
       01 WS-EXEMPT-TABLE.
          05 WS-EXEMPT-ENTRY OCCURS 500 TIMES.
             10 WS-TXE-IDNUM      PIC 9(5).
             10 WS-TXE-CERT-NUM   PIC X(15).
             10 WS-TXE-STATE      PIC X(2).
             10 WS-TXE-EXPIRY     PIC 9(8).
       01 WS-EXEMPT-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-EXEMPT-IDX      PIC 9(3) VALUE ZERO.
       01 WS-EXEMPT-EOF      PIC X VALUE 'N'.
          88 EXEMPT-END               VALUE 'Y'.
       01 WS-EXEMPT-CERT     PIC X(15) VALUE SPACES.
      * SHIP-TO ADDRESSES FROM FILE05, HELD FOR THE NUMBER CHECK
      * AND THE STATE THE ORDER IS TAXED IN.
       01 WS-SHIPTO-STATUS   PIC X(2).
       01 WS-SHIPTO-TABLE.
          05 WS-SHIPTO-ENTRY OCCURS 2000 TIMES.
             10 WS-SHT-IDNUM      PIC 9(5).
             10 WS-SHT-NUM        PIC 9(2).
             10 WS-SHT-STATE      PIC X(2).
       01 WS-SHIPTO-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-SHIPTO-IDX      PIC 9(4) VALUE ZERO.
       01 WS-SHIPTO-EOF      PIC X VALUE 'N'.
          88 SHIPTO-END               VALUE 'Y'.
       01 WS-ENTRY-SHIPTO    PIC X(2).
       01 WS-SHIPTO-NUM      PIC 9(2) VALUE ZERO.
       01 WS-SHIPTO-STATE    PIC X(2) VALUE SPACES.
       01 WS-SHIPTO-OK       PIC X VALUE 'N'.
       01 WS-STKMOVE-PROG    PIC X(7) VALUE 'STKMOVE'.
       01 STKMOVE-PARMS.
          05 SMV-DATE        PIC 9(8).
          05 SMV-PRODNAME    PIC X(10).
          05 SMV-SIZE        PIC X.
          05 SMV-SOURCE      PIC X(8) VALUE 'ORDER01'.
          05 SMV-REF         PIC 9(6).
          05 SMV-QTY         PIC S9(6).
          05 SMV-BALANCE     PIC 9(6).
          05 SMV-RC          PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'ORDER01 - ORDER ENTRY'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM LOAD-CUSTOMER-IDS
           PERFORM LOAD-ONHAND-TABLE
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-PRICE-TABLE
           PERFORM LOAD-QBREAK-TABLE
           PERFORM LOAD-CONTRACT-TABLE
           PERFORM LOAD-LINK-TABLE
           PERFORM LOAD-CREDIT-TABLE
           PERFORM READ-NEXT-ORDER-NUMBER
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-EXEMPT-TABLE
           PERFORM LOAD-SHIPTO-TABLE
           OPEN I-O ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING ORDERS.DAT, STATUS: '
                 WS-ORDERS-STATUS
           ELSE
              DISPLAY 'NO ONHAND.DAT - STOCK NOT CHECKED'
           END-IF.
       LOAD-KIT-TABLE.
      * WITHOUT A KIT FILE EVERY PRODUCT CARRIES ITS OWN STOCK.
           OPEN INPUT KIT-FILE
           IF WS-KIT-STATUS = '00' OR '05'
              PERFORM UNTIL KIT-END OR WS-KIT-COUNT >= 300
                 READ KIT-FILE
                    AT END SET KIT-END TO TRUE
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
       LOAD-PRICE-TABLE.
      * WITHOUT A PRICE FILE THE ENTRY STILL RUNS AND LINES ARE
      * WRITTEN AT ZERO, SO THE OLD UNPRICED OPERATION KEEPS
              CLOSE PRICE-FILE
              DISPLAY 'PRICES LOADED: ' WS-PRICE-COUNT
           END-IF.
       LOAD-QBREAK-TABLE.
      * WITHOUT qtybreak.dat EVERY LINE IS SIMPLY LIST-PRICED.
           OPEN INPUT QBREAK-FILE
           IF WS-QBREAK-STATUS = '00' OR '05'
              PERFORM UNTIL QBREAK-END OR WS-QBREAK-COUNT >= 300
                 READ QBREAK-FILE
                    AT END SET QBREAK-END TO TRUE
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
           ELSE
              DISPLAY 'ERROR OPENING qtybreak.dat, STATUS: '
                 WS-QBREAK-STATUS
           END-IF.
       LOAD-CONTRACT-TABLE.
      * WITHOUT contract.dat NO CUSTOMER HAS A NEGOTIATED PRICE.
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS = '00' OR '05'
              PERFORM UNTIL CONTRACT-END OR WS-CONTRACT-COUNT >= 500
                 READ CONTRACT-FILE
                    AT END SET CONTRACT-END TO TRUE
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
           ELSE
              DISPLAY 'ERROR OPENING contract.dat, STATUS: '
                 WS-CONTRACT-STATUS
           END-IF.
       LOAD-TAX-TABLE.
           OPEN INPUT TAXRATE-FILE
           IF WS-TAXRATE-STATUS NOT = '00'
              CLOSE TAXRATE-FILE
              DISPLAY 'TAX RATES LOADED: ' WS-TAX-COUNT
           END-IF.
       LOAD-EXEMPT-TABLE.
      * NO taxexempt.dat SIMPLY MEANS NO CUSTOMER IS EXEMPT.
           OPEN INPUT EXEMPT-FILE
           IF WS-EXEMPT-STATUS = '00' OR '05'
              PERFORM UNTIL EXEMPT-END OR WS-EXEMPT-COUNT >= 500
                 READ EXEMPT-FILE
                    AT END SET EXEMPT-END TO TRUE
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
      * NO shipto.dat SIMPLY MEANS EVERY ORDER GOES TO THE MAIN
      * ADDRESS.
           OPEN INPUT SHIPTO-FILE
           IF WS-SHIPTO-STATUS = '00' OR '05'
              PERFORM UNTIL SHIPTO-END OR WS-SHIPTO-COUNT >= 2000
                 READ SHIPTO-FILE
                    AT END SET SHIPTO-END TO TRUE
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
       COMPUTE-LINE-TAX.
      * THE RATE FOLLOWS THE CUSTOMER'S ADDR-STATE, CAPTURED WHEN
      * THE CUSTOMER IDS LOADED, OR THE SHIP-TO STATE WHEN THE
      * ORDER GOES TO A SHIP-TO ADDRESS.
           MOVE ZERO TO WS-TAX-AMT
           MOVE SPACES TO WS-ORDER-STATE
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                    TO WS-ORDER-STATE
              END-IF
           END-PERFORM
           IF WS-SHIPTO-NUM > ZERO
              MOVE WS-SHIPTO-STATE TO WS-ORDER-STATE
           END-IF
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
              UNTIL WS-TAX-IDX > WS-TAX-COUNT
              IF WS-TAX-STATE(WS-TAX-IDX) = WS-ORDER-STATE
                 COMPUTE WS-TAX-AMT ROUNDED =
                    WS-EXT-PRICE * WS-TAX-RATE(WS-TAX-IDX)
              END-IF
           END-PERFORM
      * A CERTIFICATE FOR THE ORDER STATE, STILL IN DATE, WAIVES IT.
           MOVE SPACES TO WS-EXEMPT-CERT
           PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
              UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
              IF WS-TXE-IDNUM(WS-EXEMPT-IDX) = WS-IDNUM-NUM
                 AND WS-TXE-STATE(WS-EXEMPT-IDX) = WS-ORDER-STATE
                 AND WS-TXE-EXPIRY(WS-EXEMPT-IDX) >= WS-CURRENT-DATE
                 MOVE WS-TXE-CERT-NUM(WS-EXEMPT-IDX) TO WS-EXEMPT-CERT
              END-IF
           END-PERFORM
           IF WS-EXEMPT-CERT NOT = SPACES
              MOVE ZERO TO WS-TAX-AMT
              DISPLAY 'TAX EXEMPT - CERTIFICATE ' WS-EXEMPT-CERT
           END-IF.
       READ-NEXT-ORDER-NUMBER.
      * A MISSING OR EMPTY CONTROL FILE STARTS THE SERIES AT 1.
           OPEN INPUT ORDNUM-FILE
              CLOSE ORDNUM-FILE
           END-IF.
       SAVE-NEXT-ORDER-NUMBER.
      * ANOTHER TERMINAL OR ORDBATCH MAY HAVE MOVED THE COUNTER ON
      * SINCE THIS SESSION READ IT; THE HIGHER NUMBER IS KEPT SO
      * NEITHER HANDS OUT A NUMBER THE OTHER HAS ALREADY USED.
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
              DISPLAY 'NO CREDIT.DAT - CREDIT NOT CHECKED'
           END-IF.
       CHECK-CREDIT.
      * THE ORDER VALUE MUST FIT INSIDE THE AVAILABLE CREDIT (LIMIT
      * MINUS BALANCE) OF THE CUSTOMER'S CREDIT GROUP - THE
      * CUSTOMER ALONE, OR A PARENT AND ALL ITS BRANCHES TAKEN
      * TOGETHER. A SUPERVISOR MAY OVERRIDE AN OVER-LIMIT LINE AT
      * THE TERMINAL; EVERY OVERRIDE IS JOURNALED ONCE THE ORDER IS
      * ON FILE, SO AN OVERRIDE FOR A LINE THAT NEVER LOADED LEAVES
      * NO TRACE. A GROUP WITHOUT
      * ANY CREDIT RECORD IS NOT CHECKED. A CUSTOMER ON COLLECTION
      * HOLD, OR WHOSE PARENT IS, TAKES NO NEW LINES AT ALL AND NO
      * OVERRIDE IS OFFERED; CREDMNT RELEASES HOLDS.
           MOVE 'Y' TO WS-CREDIT-OK
           MOVE 'N' TO WS-OVERRIDE-TAKEN
           MOVE WS-IDNUM-NUM TO WS-GROUP-IDNUM
           PERFORM FIND-CREDIT-GROUP
           MOVE ZERO TO WS-CREDIT-FOUND WS-PARENT-CREDIT
           MOVE ZERO TO WS-GROUP-MEMBERS
           MOVE ZERO TO WS-GROUP-LIMIT WS-GROUP-BALANCE
           PERFORM ADD-GROUP-CREDIT
              VARYING WS-CREDIT-IDX FROM 1 BY 1
              UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
           IF (WS-CREDIT-FOUND > ZERO
                 AND WS-CRD-HOLD(WS-CREDIT-FOUND) = 'H')
              OR (WS-PARENT-CREDIT > ZERO
                 AND WS-CRD-HOLD(WS-PARENT-CREDIT) = 'H')
              MOVE 'N' TO WS-CREDIT-OK
              DISPLAY 'ORDER NOT TAKEN - CUSTOMER ON COLLECTION HOLD'
           END-IF
      * THE ORDER VALUE POSTS TO WHOEVER WILL BE INVOICED FOR IT, SO
      * THE PAYMENT LATER RELIEVES THE SAME RECORD: THE PARENT FOR
      * A BRANCH BILLED TO ITS PARENT, OTHERWISE THE CUSTOMER ITSELF
      * (OR THE PARENT IF THE BRANCH HAS NO CREDIT RECORD OF ITS
      * OWN).
           IF WS-PARENT-CREDIT > ZERO
              AND (WS-GROUP-BILL-TO = 'Y' OR WS-CREDIT-FOUND = ZERO)
              MOVE WS-PARENT-CREDIT TO WS-CREDIT-FOUND
           END-IF
           IF WS-CREDIT-FOUND > ZERO AND WS-CREDIT-OK = 'Y'
              COMPUTE WS-AVAILABLE =
                 WS-GROUP-LIMIT - WS-GROUP-BALANCE
              IF WS-EXT-PRICE > WS-AVAILABLE
                 MOVE WS-AVAILABLE TO DIS-AVAILABLE
                 IF WS-GROUP-MEMBERS > 1
                    DISPLAY '** ORDER EXCEEDS AVAILABLE GROUP CREDIT '
                       'OF ' DIS-AVAILABLE
                       ' (PARENT ' WS-GROUP-PARENT ')'
                 ELSE
                    DISPLAY '** ORDER EXCEEDS AVAILABLE CREDIT OF '
                       DIS-AVAILABLE
                 END-IF
                 DISPLAY 'SUPERVISOR OVERRIDE? (Y/N): '
                    WITH NO ADVANCING
                 ACCEPT WS-OVERRIDE-ANSWER
                 IF WS-OVERRIDE-ANSWER = 'Y' OR 'y'
                    MOVE 'Y' TO WS-OVERRIDE-TAKEN
                 ELSE
                    MOVE 'N' TO WS-CREDIT-OK
                    DISPLAY 'ORDER NOT TAKEN - OVER CREDIT LIMIT'
                 END-IF
              END-IF
           END-IF.
       ADD-GROUP-CREDIT.
           IF WS-CRD-GROUP(WS-CREDIT-IDX) = WS-GROUP-PARENT
              ADD 1 TO WS-GROUP-MEMBERS
              ADD WS-CRD-LIMIT(WS-CREDIT-IDX) TO WS-GROUP-LIMIT
              ADD WS-CRD-BALANCE(WS-CREDIT-IDX) TO WS-GROUP-BALANCE
              IF WS-CRD-IDNUM(WS-CREDIT-IDX) = WS-IDNUM-NUM
                 MOVE WS-CREDIT-IDX TO WS-CREDIT-FOUND
              END-IF
              IF WS-CRD-IDNUM(WS-CREDIT-IDX) = WS-GROUP-PARENT
                 AND WS-GROUP-PARENT NOT = WS-IDNUM-NUM
                 MOVE WS-CREDIT-IDX TO WS-PARENT-CREDIT
              END-IF
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
       LOAD-LINK-TABLE.
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = '00' OR '05'
              PERFORM UNTIL LINK-END OR WS-LINK-COUNT >= 1000
                 READ LINK-FILE
                    AT END SET LINK-END TO TRUE
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
       POST-CREDIT-BALANCE.
           IF WS-CREDIT-FOUND > ZERO
              ADD WS-EXT-PRICE
              MOVE WS-CRD-IDNUM(WS-CREDIT-FOUND)   TO CRD-IDNUM
              MOVE WS-CRD-LIMIT(WS-CREDIT-FOUND)   TO CRD-LIMIT
              MOVE WS-CRD-BALANCE(WS-CREDIT-FOUND) TO CRD-BALANCE
              MOVE WS-CRD-HOLD(WS-CREDIT-FOUND)    TO CRD-HOLD
              MOVE CREDIT-RECORD     TO CJR-BEFORE-IMAGE
              COMPUTE CRD-BALANCE =
                 WS-CRD-BALANCE(WS-CREDIT-FOUND) + WS-EXT-PRICE
           MOVE WS-CRD-IDNUM(WS-CREDIT-IDX)   TO CRD-IDNUM
           MOVE WS-CRD-LIMIT(WS-CREDIT-IDX)   TO CRD-LIMIT
           MOVE WS-CRD-BALANCE(WS-CREDIT-IDX) TO CRD-BALANCE
           MOVE WS-CRD-HOLD(WS-CREDIT-IDX)    TO CRD-HOLD
           WRITE CREDIT-RECORD.
       PRICE-ORDER-LINE.
      * THE LIST PRICE IN FORCE IS THE ONE WITH THE LATEST EFFECTIVE
      * DATE NOT AFTER THE ORDER DATE. A CUSTOMER CONTRACT IN FORCE
      * TAKES PRECEDENCE OVER IT, AND FAILING THAT A QUANTITY-BREAK
      * TIER THAT UNDERCUTS IT. WITH A PRICE FILE PRESENT, A
      * PRODUCT/SIZE THAT CANNOT BE PRICED REFUSES THE LINE RATHER
      * THAN LET UNVALUED REVENUE INTO ORDERS.DAT.
           MOVE 'N' TO WS-PRICE-FOUND
           MOVE ZERO TO WS-BEST-EFF-DATE WS-UNIT-PRICE WS-EXT-PRICE
           MOVE 'NONE' TO WS-PRICE-RULE
           MOVE ZERO TO WS-RULE-DATE
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
              UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
              IF WS-PRC-PRODNAME(WS-PRICE-IDX) = WS-ENTRY-PRODNAME
                    TO WS-BEST-EFF-DATE
                 MOVE WS-PRC-PRICE(WS-PRICE-IDX) TO WS-UNIT-PRICE
                 MOVE 'Y' TO WS-PRICE-FOUND
                 MOVE 'LIST' TO WS-PRICE-RULE
                 MOVE WS-BEST-EFF-DATE TO WS-RULE-DATE
              END-IF
           END-PERFORM
           IF WS-PRICE-FOUND = 'Y'
              PERFORM FIND-QUANTITY-BREAK
              IF WS-TIER-FOUND = 'Y'
                 AND WS-TIER-PRICE < WS-UNIT-PRICE
                 MOVE WS-TIER-PRICE    TO WS-UNIT-PRICE
                 MOVE 'QTYBREAK'       TO WS-PRICE-RULE
                 MOVE WS-TIER-EFF-DATE TO WS-RULE-DATE
              END-IF
           END-IF
           PERFORM FIND-CONTRACT-PRICE
           IF WS-PRICE-FOUND = 'Y'
              COMPUTE WS-EXT-PRICE = WS-UNIT-PRICE * WS-QTY-NUM
           END-IF.
       FIND-QUANTITY-BREAK.
      * THE HIGHEST MINIMUM THE LINE QUANTITY REACHES; FOR THE SAME
      * MINIMUM, THE LATEST EFFECTIVE DATE NOT AFTER THE ORDER DATE.
           MOVE 'N' TO WS-TIER-FOUND
           MOVE ZERO TO WS-BEST-MIN-QTY WS-TIER-PRICE WS-TIER-EFF-DATE
           PERFORM VARYING WS-QBREAK-IDX FROM 1 BY 1
              UNTIL WS-QBREAK-IDX > WS-QBREAK-COUNT
              IF WS-QBR-PRODNAME(WS-QBREAK-IDX) = WS-ENTRY-PRODNAME
                 AND WS-QBR-SIZE(WS-QBREAK-IDX) = WS-ENTRY-SIZE
                 AND WS-QBR-EFF-DATE(WS-QBREAK-IDX)
                    <= WS-CURRENT-DATE
                 AND WS-QBR-MIN-QTY(WS-QBREAK-IDX) <= WS-QTY-NUM
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
      * A CONTRACT RUNS FROM ITS START DATE THROUGH ITS END DATE
      * INCLUSIVE; WHERE TWO OVERLAP THE LATER START WINS. IT PRICES
      * THE LINE EVEN WHEN THE ITEM HAS NO LIST PRICE.
           PERFORM VARYING WS-CONTRACT-IDX FROM 1 BY 1
              UNTIL WS-CONTRACT-IDX > WS-CONTRACT-COUNT
              IF WS-CON-IDNUM(WS-CONTRACT-IDX) = WS-IDNUM-NUM
                 AND WS-CON-PRODNAME(WS-CONTRACT-IDX)
                    = WS-ENTRY-PRODNAME
                 AND WS-CON-SIZE(WS-CONTRACT-IDX) = WS-ENTRY-SIZE
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
      * ONE LINE PER ORDER TAKEN, NAMING THE RULE THAT PRICED IT.
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND CREDIT-JOURNAL
           IF WS-CRDJRN-STATUS = '00' OR '05'
              MOVE SPACES TO CREDIT-JOURNAL-RECORD
              MOVE 'PRICED'          TO CJR-ACTION
              MOVE WS-CURRENT-DATE   TO CJR-DATE
              MOVE WS-CURRENT-TIME   TO CJR-TIME
              MOVE WS-IDNUM-NUM      TO CJR-IDNUM
              MOVE WS-EXT-PRICE      TO CJR-ORDER-VALUE
              MOVE WS-NEXT-ORDER-NUM TO CJR-ORDER-NUM
              MOVE WS-ENTRY-PRODNAME TO CJR-PRODNAME
              MOVE WS-ENTRY-SIZE     TO CJR-SIZE
              MOVE WS-QTY-NUM        TO CJR-QTY
              MOVE WS-UNIT-PRICE     TO CJR-UNIT-PRICE
              MOVE WS-PRICE-RULE     TO CJR-PRICE-RULE
              MOVE WS-RULE-DATE      TO CJR-RULE-DATE
              WRITE CREDIT-JOURNAL-RECORD
              CLOSE CREDIT-JOURNAL
           ELSE
              DISPLAY 'ERROR ON JOURNAL OPEN - FILE STATUS '
                 WS-CRDJRN-STATUS
           END-IF.
       CHECK-STOCK.
      * DECIDE BEFORE THE WRITE WHETHER THE SHELF COVERS THE LINE,
      * SO THE ORDER CAN BE WRITTEN BACKORDERED WHEN IT DOES NOT.
      * AND THE LINE GOES OUT OPEN, AS IT ALWAYS DID.
           MOVE 'N' TO WS-STOCK-SHORT
           MOVE ZERO TO WS-ONHAND-FOUND
           MOVE 'N' TO WS-KIT-LINE
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-COUNT
              IF WS-KIT-PRODNAME(WS-KIT-IDX) = WS-ENTRY-PRODNAME
                 AND WS-KIT-SIZE(WS-KIT-IDX) = WS-ENTRY-SIZE
                 MOVE 'Y' TO WS-KIT-LINE
              END-IF
           END-PERFORM
           IF WS-ONHAND-COUNT > ZERO AND WS-KIT-LINE = 'Y'
              PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                 UNTIL WS-KIT-IDX > WS-KIT-COUNT
                 IF WS-KIT-PRODNAME(WS-KIT-IDX) = WS-ENTRY-PRODNAME
                    AND WS-KIT-SIZE(WS-KIT-IDX) = WS-ENTRY-SIZE
                    PERFORM CHECK-KIT-COMPONENT
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ONHAND-COUNT > ZERO AND WS-KIT-LINE = 'N'
              PERFORM VARYING WS-ONHAND-IDX FROM 1 BY 1
                 UNTIL WS-ONHAND-IDX > WS-ONHAND-COUNT
                 IF WS-OH-PRODNAME(WS-ONHAND-IDX)
                       ' - ORDER GOES OUT BACKORDERED'
              END-EVALUATE
           END-IF.
       CHECK-KIT-COMPONENT.
      * A KIT HOLDS NO STOCK OF ITS OWN. EVERY COMPONENT MUST BE ON
      * THE SHELF FOR THE WHOLE QUANTITY OF KITS, OR THE KIT LINE
      * GOES OUT BACKORDERED.
           COMPUTE WS-COMP-NEED =
              WS-KIT-COMP-QTY(WS-KIT-IDX) * WS-QTY-NUM
           PERFORM FIND-COMPONENT-ONHAND
           EVALUATE TRUE
              WHEN WS-COMP-FOUND = ZERO
                 MOVE 'Y' TO WS-STOCK-SHORT
                 DISPLAY '** NO STOCK RECORD FOR COMPONENT '
                    WS-KIT-COMP-PRODNAME(WS-KIT-IDX) ' '
                    WS-KIT-COMP-SIZE(WS-KIT-IDX)
                    ' - ORDER GOES OUT BACKORDERED'
              WHEN WS-OH-ONHAND(WS-COMP-FOUND) < WS-COMP-NEED
                 MOVE 'Y' TO WS-STOCK-SHORT
                 DISPLAY '** INSUFFICIENT STOCK OF COMPONENT '
                    WS-KIT-COMP-PRODNAME(WS-KIT-IDX) ' '
                    WS-KIT-COMP-SIZE(WS-KIT-IDX) ' - ON HAND: '
                    WS-OH-ONHAND(WS-COMP-FOUND)
                    ' - ORDER GOES OUT BACKORDERED'
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
      * A TAKEN ORDER THE SHELF COVERS COMES OUT OF STOCK AT ONCE;
      * A BACKORDERED LINE LEAVES THE SHELF ALONE UNTIL STOCK
      * ARRIVES AND BOALLOC RELEASES THE ORDER AND RELIEVES IT.
           IF WS-ONHAND-FOUND > ZERO AND WS-STOCK-SHORT = 'N'
              SUBTRACT WS-QTY-NUM
                 FROM WS-OH-ONHAND(WS-ONHAND-FOUND)
              MOVE 'Y' TO WS-ONHAND-CHANGED
              PERFORM RECORD-STOCK-MOVEMENT
           END-IF
           IF WS-KIT-LINE = 'Y' AND WS-ONHAND-COUNT > ZERO
              AND WS-STOCK-SHORT = 'N'
              PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                 UNTIL WS-KIT-IDX > WS-KIT-COUNT
                 IF WS-KIT-PRODNAME(WS-KIT-IDX) = WS-ENTRY-PRODNAME
                    AND WS-KIT-SIZE(WS-KIT-IDX) = WS-ENTRY-SIZE
                    PERFORM RELIEVE-KIT-COMPONENT
                 END-IF
              END-PERFORM
           END-IF.
       RELIEVE-KIT-COMPONENT.
      * EACH COMPONENT COMES OFF ITS OWN SHELF AND GOES TO THE
      * MOVEMENT HISTORY UNDER ITS OWN NAME, AGAINST THE KIT'S
      * ORDER NUMBER.
           COMPUTE WS-COMP-NEED =
              WS-KIT-COMP-QTY(WS-KIT-IDX) * WS-QTY-NUM
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
           MOVE WS-ENTRY-PRODNAME TO SMV-PRODNAME
           MOVE WS-ENTRY-SIZE TO SMV-SIZE
           MOVE WS-NEXT-ORDER-NUM TO SMV-REF
           COMPUTE SMV-QTY = ZERO - WS-QTY-NUM
           MOVE WS-OH-ONHAND(WS-ONHAND-FOUND)
              TO SMV-BALANCE
           CALL WS-STKMOVE-PROG USING STKMOVE-PARMS
              ON EXCEPTION
                 DISPLAY 'STKMOVE NOT AVAILABLE - MOVEMENT NOT '
                    'RECORDED'
           END-CALL.
       REWRITE-ONHAND-FILE.
           MOVE ZERO TO WS-ONHAND-IDX
           OPEN OUTPUT ONHAND-FILE
           DISPLAY 'CUSTOMER ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-IDNUM
           PERFORM CHECK-CUSTOMER
           IF WS-CUST-OK = 'Y'
              DISPLAY 'SHIP-TO NUMBER (BLANK FOR MAIN ADDRESS): '
                 WITH NO ADVANCING
              ACCEPT WS-ENTRY-SHIPTO
              PERFORM CHECK-SHIPTO
           END-IF
           IF WS-CUST-OK = 'N'
              DISPLAY 'CUSTOMER NOT ON FILE: ' WS-ENTRY-IDNUM
           ELSE
              IF WS-SHIPTO-OK = 'N'
                 DISPLAY 'SHIP-TO ' WS-ENTRY-SHIPTO
                    ' NOT ON FILE FOR THIS CUSTOMER'
              ELSE
                 DISPLAY 'PRODUCT NAME: ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-PRODNAME
                 SET I TO 1
                 SEARCH ALL PRODUCT
                    AT END
                       DISPLAY 'PRODUCT NOT FOUND: '
                          WS-ENTRY-PRODNAME
                    WHEN PRODNAME(I) = WS-ENTRY-PRODNAME
                       PERFORM TAKE-SIZE-AND-QTY
                 END-SEARCH
              END-IF
           END-IF
           DISPLAY 'ANOTHER ORDER? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-MORE-ORDERS.
                 END-PERFORM
              END-IF
           END-IF.
       CHECK-SHIPTO.
      * BLANK OR ZERO IS THE MAIN ADDRESS; ANY OTHER NUMBER MUST BE
      * ONE OF THIS CUSTOMER'S LINES ON shipto.dat.
           MOVE 'N' TO WS-SHIPTO-OK
           MOVE ZERO TO WS-SHIPTO-NUM
           MOVE SPACES TO WS-SHIPTO-STATE
           IF WS-ENTRY-SHIPTO = SPACES
              MOVE 'Y' TO WS-SHIPTO-OK
           ELSE
              IF FUNCTION TEST-NUMVAL(WS-ENTRY-SHIPTO) = ZERO
                 COMPUTE WS-SHIPTO-NUM =
                    FUNCTION NUMVAL(WS-ENTRY-SHIPTO)
                 IF WS-SHIPTO-NUM = ZERO
                    MOVE 'Y' TO WS-SHIPTO-OK
                 END-IF
                 PERFORM VARYING WS-SHIPTO-IDX FROM 1 BY 1
                    UNTIL WS-SHIPTO-IDX > WS-SHIPTO-COUNT
                    IF WS-SHT-IDNUM(WS-SHIPTO-IDX) = WS-IDNUM-NUM
                       AND WS-SHT-NUM(WS-SHIPTO-IDX) = WS-SHIPTO-NUM
                       AND WS-SHIPTO-NUM > ZERO
                       MOVE 'Y' TO WS-SHIPTO-OK
                       MOVE WS-SHT-STATE(WS-SHIPTO-IDX)
                          TO WS-SHIPTO-STATE
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
       TAKE-SIZE-AND-QTY.
           DISPLAY 'SIZE (' PRODSIZE(I, 1) PRODSIZE(I, 2)
              PRODSIZE(I, 3) '): ' WITH NO ADVANCING
                       'ORDER NOT TAKEN'
                 ELSE
                    PERFORM CHECK-CREDIT
                    IF WS-CREDIT-OK = 'Y'
                       PERFORM WRITE-ORDER-LINE
                    END-IF
                 END-IF
              ELSE
                 DISPLAY 'QUANTITY MUST BE NUMERIC AND NOT ZERO'
              END-IF
           END-IF.
       WRITE-ORDER-LINE.
           PERFORM CHECK-STOCK
           MOVE SPACES TO ORDER-RECORD
           MOVE WS-CURRENT-DATE   TO ORD-DATE
           MOVE WS-IDNUM-NUM      TO ORD-IDNUM
           MOVE WS-ENTRY-PRODNAME TO ORD-PRODNAME
           MOVE WS-ENTRY-SIZE     TO ORD-SIZE
           MOVE WS-QTY-NUM        TO ORD-QTY
           MOVE WS-UNIT-PRICE     TO ORD-UNIT-PRICE
           MOVE WS-EXT-PRICE      TO ORD-EXT-PRICE
           IF WS-STOCK-SHORT = 'Y'
              MOVE 'B' TO ORD-STATUS
           ELSE
              MOVE 'O' TO ORD-STATUS
           END-IF
           MOVE 1                 TO ORD-LINE-NUM
           PERFORM COMPUTE-LINE-TAX
           MOVE WS-TAX-AMT        TO ORD-TAX-AMT
           MOVE WS-SHIPTO-NUM     TO ORD-SHIPTO-NUM
      * A NUMBER ALREADY ON FILE MEANS ordnum.dat HAS FALLEN BEHIND
      * (ANOTHER TERMINAL OR ORDBATCH TOOK IT); THE NUMBER IS
      * STEPPED PAST AND THE LINE WRITTEN UNDER THE NEXT ONE.
           MOVE '22' TO WS-ORDERS-STATUS
           PERFORM UNTIL WS-ORDERS-STATUS NOT = '22'
              MOVE WS-NEXT-ORDER-NUM TO ORD-ORDER-NUM
              WRITE ORDER-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
              IF WS-ORDERS-STATUS = '22'
                 DISPLAY 'ORDER ' WS-NEXT-ORDER-NUM
                    ' ALREADY ON FILE - USING THE NEXT NUMBER'
                 ADD 1 TO WS-NEXT-ORDER-NUM
              END-IF
           END-PERFORM
           IF WS-ORDERS-STATUS = '00'
              ADD 1 TO WS-ORDER-COUNT
              MOVE WS-UNIT-PRICE TO DIS-UNIT-PRICE
              MOVE WS-EXT-PRICE  TO DIS-EXT-PRICE
              DISPLAY 'ORDER ' WS-NEXT-ORDER-NUM
                 ' TAKEN AT ' DIS-UNIT-PRICE
                 ' EACH, VALUE ' DIS-EXT-PRICE
              DISPLAY 'PRICED BY: ' WS-PRICE-RULE
              IF WS-OVERRIDE-TAKEN = 'Y'
                 PERFORM WRITE-OVERRIDE-JOURNAL
              END-IF
              PERFORM WRITE-PRICING-JOURNAL
              PERFORM RELIEVE-ONHAND
              PERFORM POST-CREDIT-BALANCE
              ADD 1 TO WS-NEXT-ORDER-NUM
           ELSE
              DISPLAY 'ERROR WRITING ORDERS.DAT, STATUS: '
                 WS-ORDERS-STATUS
           END-IF.
       END PROGRAM ORDER01.
