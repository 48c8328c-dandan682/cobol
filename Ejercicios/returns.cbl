      *     ORDERS.DAT LINE ACTUALLY SHIPPED TO THAT CUSTOMER
      *   - WRITES A CRM CREDIT MEMO INTO THE RECEIVABLES LEDGER,
      *     VALUED AT THE UNIT PRICE ON THE ORIGINAL ORDER LINE
      *   - POSTS THE STOCK BACK INTO THE ON-HAND FILE (A KIT
      *     DEFINED ON kitdef.dat GOES BACK AS ITS COMPONENTS)
      *   - RELIEVES THE CUSTOMER'S CREDIT BALANCE
      * AND PRINTS A DAILY RETURNS REGISTER. A CLEANLY PROCESSED
      * RETURNS FILE IS RESET EMPTY SO A RERUN CANNOT CREDIT TWICE.
      * THE CUSTOMER'S ORDER LINES ARE READ THROUGH THE ORD-IDNUM
      * ALTERNATE KEY OF THE INDEXED ORDER FILE. A BRANCH BILLED TO
      * ITS PARENT (custlink.dat) RETURNS AGAINST THE PARENT'S
      * INVOICE; THE CREDIT MEMO AND THE CREDIT RELIEF THEN GO TO
      * THE PARENT, WHO WAS INVOICED.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
           SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
           SELECT OPTIONAL LINK-FILE ASSIGN TO "custlink.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LINK-STATUS.
           SELECT RETURNS-REPORT ASSIGN TO "returns.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KIT-FILE ASSIGN TO "kitdef.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RETURNS-FILE.
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
       FD LEDGER-FILE.
          02 CRD-LIMIT            PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-BALANCE          PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-HOLD             PIC X.
             88 CRD-ON-HOLD               VALUE 'H'.
       FD RETURNS-REPORT.
       01 PRINT-LINE              PIC X(80).
       FD KIT-FILE.
           COPY KITREC.
       FD LINK-FILE.
           COPY CLKREC.
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(16) VALUE 'RETURNS REGISTER'.
       01 RETURN-DETAIL-LINE.
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-ONHAND-STATUS        PIC X(2).
       01 WS-CREDIT-STATUS        PIC X(2).
       01 WS-KIT-STATUS           PIC X(2).
       01 WS-LINK-STATUS          PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-INVOICE-TABLE.
       01 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX          PIC 9(4) VALUE ZERO.
       01 WS-INV-FOUND            PIC 9(4) VALUE ZERO.
      * THE ACCOUNT THE RETURNING CUSTOMER IS INVOICED TO - ITSELF,
      * OR ITS PARENT WHEN custlink.dat BILLS IT TO THE PARENT.
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 1000 TIMES.
             10 WS-CLK-IDNUM      PIC 9(5).
             10 WS-CLK-PARENT     PIC 9(5).
       01 WS-LINK-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-LINK-IDX             PIC 9(4) VALUE ZERO.
       01 WS-BILL-TO-IDNUM        PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-OPEN          PIC X VALUE 'N'.
       01 WS-ORD-EOF-FLAG         PIC X VALUE 'N'.
          88 WS-ORD-EOF           VALUE 'Y'.
      * THE BILLED LINE THE RETURN WAS MATCHED TO.
       01 WS-FOUND-LINE           PIC X(81).
       01 WS-LINE-FOUND           PIC 9(4) VALUE ZERO.
       01 WS-ONHAND-TABLE.
          05 WS-ONHAND-ENTRY OCCURS 150 TIMES.
       01 WS-ONHAND-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-IDX           PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-FOUND         PIC 9(3) VALUE ZERO.
      * THE KIT DEFINITIONS KITMNT MAINTAINS, ONE ENTRY PER
      * COMPONENT LINE.
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
      * THE ITEM GOING BACK ON THE SHELF - THE RETURNED PRODUCT, OR
      * ONE COMPONENT OF A RETURNED KIT.
       01 WS-BACK-PRODNAME        PIC X(10).
       01 WS-BACK-SIZE            PIC A.
       01 WS-BACK-QTY             PIC 9(6) VALUE ZERO.
       01 WS-CREDIT-TABLE.
          05 WS-CREDIT-ENTRY OCCURS 1000 TIMES.
             10 WS-CRD-IDNUM      PIC 9(5).
             10 WS-CRD-LIMIT      PIC 9(7)V99.
             10 WS-CRD-BALANCE    PIC 9(7)V99.
             10 WS-CRD-HOLD       PIC X.
       01 WS-CREDIT-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-IDX           PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-FOUND         PIC 9(4) VALUE ZERO.
          05 LOG-PROGRAM          PIC X(8) VALUE 'RETURNS'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       01 WS-STKMOVE-PROG         PIC X(7) VALUE 'STKMOVE'.
       01 STKMOVE-PARMS.
          05 SMV-DATE             PIC 9(8).
          05 SMV-PRODNAME         PIC X(10).
          05 SMV-SIZE             PIC X.
          05 SMV-SOURCE           PIC X(8) VALUE 'RETURNS'.
          05 SMV-REF              PIC 9(6).
          05 SMV-QTY              PIC S9(6).
          05 SMV-BALANCE          PIC 9(6).
          05 SMV-RC               PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'RETURNS - RETURNS AND CREDIT MEMOS'
           PERFORM LOAD-INVOICE-TABLE
           PERFORM OPEN-ORDER-FILE
           PERFORM LOAD-ONHAND-TABLE
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-CREDIT-TABLE
           PERFORM LOAD-LINK-TABLE
           OPEN INPUT RETURNS-FILE
           IF WS-RETURNS-STATUS NOT = '00'
              DISPLAY 'NO returns.dat - NOTHING TO PROCESS, STATUS: '
              DISPLAY 'ERROR OPENING ARLEDGER.DAT, STATUS: '
                 WS-LEDGER-STATUS
              CLOSE RETURNS-FILE
              IF WS-ORDERS-OPEN = 'Y'
                 CLOSE ORDERS-FILE
              END-IF
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
              END-READ
           END-PERFORM
           CLOSE RETURNS-FILE, LEDGER-FILE
           IF WS-ORDERS-OPEN = 'Y'
              CLOSE ORDERS-FILE
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-CREDITED-COUNT TO PRN-CREDITED
           WRITE PRINT-LINE FROM COUNT-LINE-1
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF.
       OPEN-ORDER-FILE.
      * WITHOUT THE ORDER FILE NO RETURN CAN BE MATCHED, SO EVERY
      * ONE IS REJECTED AS NOT SHIPPED.
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'NO ORDERS.DAT, STATUS: ' WS-ORDERS-STATUS
           ELSE
              MOVE 'Y' TO WS-ORDERS-OPEN
           END-IF.
       LOAD-ONHAND-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
              END-PERFORM
              CLOSE ONHAND-FILE
           END-IF.
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
       LOAD-CREDIT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CREDIT-FILE
                          TO WS-CRD-LIMIT(WS-CREDIT-COUNT)
                       MOVE CRD-BALANCE
                          TO WS-CRD-BALANCE(WS-CREDIT-COUNT)
                       MOVE CRD-HOLD
                          TO WS-CRD-HOLD(WS-CREDIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CREDIT-FILE
           END-IF.
       LOAD-LINK-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-LINK-COUNT >= 1000
                 READ LINK-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF CLK-BILL-PARENT
                          ADD 1 TO WS-LINK-COUNT
                          MOVE CLK-IDNUM
                             TO WS-CLK-IDNUM(WS-LINK-COUNT)
                          MOVE CLK-PARENT
                             TO WS-CLK-PARENT(WS-LINK-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LINK-FILE
           END-IF.
       SET-BILL-TO-ACCOUNT.
           MOVE RTN-IDNUM TO WS-BILL-TO-IDNUM
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX > WS-LINK-COUNT
              IF WS-CLK-IDNUM(WS-LINK-IDX) = RTN-IDNUM
                 MOVE WS-CLK-PARENT(WS-LINK-IDX) TO WS-BILL-TO-IDNUM
              END-IF
           END-PERFORM.
       PROCESS-ONE-RETURN.
           MOVE RTN-IDNUM    TO PRN-IDNUM
           MOVE RTN-INVOICE  TO PRN-INVOICE
           MOVE RTN-QTY      TO PRN-QTY
           PERFORM FIND-RETURN-INVOICE
           PERFORM FIND-SHIPPED-LINE
           PERFORM SET-BILL-TO-ACCOUNT
           EVALUATE TRUE
              WHEN WS-INV-FOUND = ZERO
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'UNKNOWN INVOICE' TO PRN-DISPOSITION
              WHEN WS-INV-IDNUM(WS-INV-FOUND) NOT = RTN-IDNUM
                 AND WS-INV-IDNUM(WS-INV-FOUND) NOT = WS-BILL-TO-IDNUM
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'WRONG CUSTOMER' TO PRN-DISPOSITION
              WHEN WS-LINE-FOUND = ZERO
       FIND-SHIPPED-LINE.
      * THE RETURN MUST NAME A PRODUCT/SIZE THE CUSTOMER WAS
      * ACTUALLY BILLED FOR (SHIPPED AND INVOICED - STATUS I).
      * ONLY THAT CUSTOMER'S LINES ARE READ, ALONG THE ORD-IDNUM
      * KEY; THE LAST MATCHING LINE ON FILE IS THE ONE TAKEN.
           MOVE ZERO TO WS-LINE-FOUND
           IF WS-ORDERS-OPEN = 'Y'
              MOVE 'N' TO WS-ORD-EOF-FLAG
              MOVE RTN-IDNUM TO ORD-IDNUM
              START ORDERS-FILE KEY IS EQUAL TO ORD-IDNUM
                 INVALID KEY SET WS-ORD-EOF TO TRUE
              END-START
              PERFORM UNTIL WS-ORD-EOF
                 READ ORDERS-FILE NEXT RECORD
                    AT END SET WS-ORD-EOF TO TRUE
                    NOT AT END
                       IF ORD-IDNUM NOT = RTN-IDNUM
                          SET WS-ORD-EOF TO TRUE
                       ELSE
                          IF ORD-BILLED
                             AND ORD-PRODNAME = RTN-PRODNAME
                             AND ORD-SIZE = RTN-SIZE
                             MOVE 1 TO WS-LINE-FOUND
                             MOVE ORDER-RECORD TO WS-FOUND-LINE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
       CHECK-RETURN-QTY.
           MOVE WS-FOUND-LINE TO ORDER-RECORD
           IF RTN-QTY > ORD-QTY
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'QTY OVER SHIPPED' TO PRN-DISPOSITION
       POST-CREDIT-MEMO.
           COMPUTE WS-CREDIT-AMOUNT = ORD-UNIT-PRICE * RTN-QTY
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-INV-IDNUM(WS-INV-FOUND) TO LGR-IDNUM
           MOVE 'CRM'            TO LGR-TYPE
           MOVE RTN-INVOICE      TO LGR-REF
           MOVE RTN-DATE         TO LGR-DATE
           MOVE 'Y' TO WS-ANY-POSTED
           MOVE 'CREDITED' TO PRN-DISPOSITION.
       POST-STOCK-BACK.
      * A KIT HAS NO SHELF OF ITS OWN; ITS COMPONENTS GO BACK, EACH
      * FOR ITS QUANTITY PER KIT TIMES THE KITS RETURNED.
           MOVE 'N' TO WS-KIT-LINE
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-COUNT
              IF WS-KIT-PRODNAME(WS-KIT-IDX) = RTN-PRODNAME
                 AND WS-KIT-SIZE(WS-KIT-IDX) = RTN-SIZE
                 MOVE 'Y' TO WS-KIT-LINE
                 MOVE WS-KIT-COMP-PRODNAME(WS-KIT-IDX)
                    TO WS-BACK-PRODNAME
                 MOVE WS-KIT-COMP-SIZE(WS-KIT-IDX) TO WS-BACK-SIZE
                 COMPUTE WS-BACK-QTY =
                    WS-KIT-COMP-QTY(WS-KIT-IDX) * RTN-QTY
                 PERFORM POST-ONE-ITEM-BACK
              END-IF
           END-PERFORM
           IF WS-KIT-LINE = 'N'
              MOVE RTN-PRODNAME TO WS-BACK-PRODNAME
              MOVE RTN-SIZE     TO WS-BACK-SIZE
              MOVE RTN-QTY      TO WS-BACK-QTY
              PERFORM POST-ONE-ITEM-BACK
           END-IF.
       POST-ONE-ITEM-BACK.
           MOVE ZERO TO WS-ONHAND-FOUND
           PERFORM VARYING WS-ONHAND-IDX FROM 1 BY 1
              UNTIL WS-ONHAND-IDX > WS-ONHAND-COUNT
              IF WS-OH-PRODNAME(WS-ONHAND-IDX) = WS-BACK-PRODNAME
                 AND WS-OH-SIZE(WS-ONHAND-IDX) = WS-BACK-SIZE
                 MOVE WS-ONHAND-IDX TO WS-ONHAND-FOUND
              END-IF
           END-PERFORM
           IF WS-ONHAND-FOUND = ZERO AND WS-ONHAND-COUNT < 150
              ADD 1 TO WS-ONHAND-COUNT
              MOVE WS-ONHAND-COUNT TO WS-ONHAND-FOUND
              MOVE WS-BACK-PRODNAME
                 TO WS-OH-PRODNAME(WS-ONHAND-FOUND)
              MOVE WS-BACK-SIZE TO WS-OH-SIZE(WS-ONHAND-FOUND)
              MOVE ZERO         TO WS-OH-ONHAND(WS-ONHAND-FOUND)
              MOVE ZERO         TO WS-OH-REORDER(WS-ONHAND-FOUND)
           END-IF
           IF WS-ONHAND-FOUND > ZERO
              ADD WS-BACK-QTY TO WS-OH-ONHAND(WS-ONHAND-FOUND)
              PERFORM RECORD-STOCK-MOVEMENT
           END-IF.
       RECORD-STOCK-MOVEMENT.
      * RETURNED STOCK GOES TO THE MOVEMENT HISTORY AGAINST ITS INVOICE.
      * A MISSING RECORDER MUST NEVER STOP THE POSTING ITSELF; THE
      * STOCK CARD THEN SHOWS THE GAP.
           MOVE RTN-DATE TO SMV-DATE
           MOVE WS-BACK-PRODNAME TO SMV-PRODNAME
           MOVE WS-BACK-SIZE TO SMV-SIZE
           MOVE RTN-INVOICE TO SMV-REF
           MOVE WS-BACK-QTY TO SMV-QTY
           MOVE WS-OH-ONHAND(WS-ONHAND-FOUND)
              TO SMV-BALANCE
           CALL WS-STKMOVE-PROG USING STKMOVE-PARMS
              ON EXCEPTION
                 DISPLAY 'STKMOVE NOT AVAILABLE - MOVEMENT NOT '
                    'RECORDED'
           END-CALL.
       RELIEVE-CREDIT-BALANCE.
           MOVE ZERO TO WS-CREDIT-FOUND
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
              UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
              IF WS-CRD-IDNUM(WS-CREDIT-IDX) =
                 WS-INV-IDNUM(WS-INV-FOUND)
                 MOVE WS-CREDIT-IDX TO WS-CREDIT-FOUND
              END-IF
           END-PERFORM
           MOVE WS-CRD-IDNUM(WS-CREDIT-IDX)   TO CRD-IDNUM
           MOVE WS-CRD-LIMIT(WS-CREDIT-IDX)   TO CRD-LIMIT
           MOVE WS-CRD-BALANCE(WS-CREDIT-IDX) TO CRD-BALANCE
           MOVE WS-CRD-HOLD(WS-CREDIT-IDX)    TO CRD-HOLD
           WRITE CREDIT-RECORD.
       RESET-RETURNS-FILE.
           OPEN OUTPUT RETURNS-FILE
