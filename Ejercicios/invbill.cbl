      * RECEIVABLES LEDGER ARLEDGER.DAT KEYED BY CUSTOMER IDNUM,
      * AND THE BILLED ORDER LINES ARE MOVED FROM SHIPPED TO BILLED
      * SO A RERUN CANNOT BILL THEM TWICE. INVOICE NUMBERS COME
      * FROM THE NEXT-NUMBER CONTROL FILE invnum.dat. EACH BILLED
      * LINE CARRIES ITS INVOICE NUMBER IN ORD-INVOICE-NUM SO
      * INVPRINT CAN PRINT THE INVOICE LINE BY LINE. THE SHIPPED
      * LINES ARE FOUND THROUGH THE ORD-STATUS ALTERNATE KEY; EACH
      * IS READ BACK BY ITS ORDER/LINE KEY AND REWRITTEN AS BILLED
      * WHEN ITS INVOICE IS MADE UP.
      *
      * A BRANCH LINKED ON custlink.dat TO A PARENT WITH BILL-TO Y
      * IS INVOICED TO THE PARENT: ITS LINES GO ON THE PARENT'S ONE
      * INVOICE FOR THE RUN AND THE RECEIVABLE IS THE PARENT'S. THE
      * LINES KEEP THE BRANCH IN ORD-IDNUM, SO INVPRINT SHOWS THE
      * ORDERING BRANCH AGAINST EACH; THE REGISTER LISTS THE
      * BRANCHES ON EACH SUCH INVOICE UNDER IT.
      *
      * EACH INVOICE IS STAMPED WITH ITS DUE DATE FROM THE BILL-TO
      * ACCOUNT'S TERMS ON custterm.dat (NET 30 WHEN IT HAS NONE),
      * AND FOR A DISCOUNT CUSTOMER THE LAST DATE THE DISCOUNT MAY
      * BE TAKEN AND ITS AMOUNT, FIGURED ON THE GOODS VALUE. THE
      * DAYS ARE ADDED THROUGH DATEUTIL; A DATE THAT FALLS ON A
      * WEEKEND OR HOLIDAY ON calendar.dat MOVES TO THE NEXT
      * BUSINESS DAY. ARAGE AGES FROM THE DUE DATE AND ARPAY
      * ALLOWS THE DISCOUNT.
      *
      * THE FREIGHT ORDMNT CHARGED WHEN EACH PACKAGE WAS DISPATCHED
      * (shipment.dat) IS ADDED TO THE INVOICE THAT BILLS THE
      * PACKAGE'S LINES, IN INV-FREIGHT, AND THE RECEIVABLE IS
      * GOODS PLUS TAX PLUS FREIGHT.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL INVNUM-FILE ASSIGN TO "invnum.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVNUM-STATUS.
           SELECT OPTIONAL LINK-FILE ASSIGN TO "custlink.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LINK-STATUS.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO "custterm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERMS-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "calendar.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT OPTIONAL SHIPMENT-FILE ASSIGN TO "shipment.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPMENT-STATUS.
           SELECT BILLING-REPORT ASSIGN TO "invbill.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
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
       FD LEDGER-FILE.
      * ONE LINE PER POSTING: INV DEBITS THE CUSTOMER, PAY AND CRM
      * CREDIT IT. THE REFERENCE CARRIES THE INVOICE NUMBER.
       FD INVNUM-FILE.
       01 INVNUM-RECORD.
          02 INO-NEXT             PIC 9(6).
       FD LINK-FILE.
           COPY CLKREC.
       FD TERMS-FILE.
           COPY TRMREC.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
          05 CAL-DATE             PIC 9(8).
          05 FILLER               PIC X.
          05 CAL-DAY-OF-WEEK      PIC 9.
          05 FILLER               PIC X.
          05 CAL-WEEKEND-FLAG     PIC X.
          05 FILLER               PIC X.
          05 CAL-HOLIDAY-FLAG     PIC X.
          05 FILLER               PIC X.
          05 CAL-BUSINESS-FLAG    PIC X.
          05 FILLER               PIC X.
          05 CAL-MONTH-END-FLAG   PIC X.
          05 FILLER               PIC X.
          05 CAL-BUS-DAY-OF-MONTH PIC 9(2).
       FD SHIPMENT-FILE.
           COPY SHPREC.
       FD BILLING-REPORT.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(16) VALUE 'BILLING REGISTER'.
       01 INVOICE-DETAIL-LINE.
          02 PRN-LINE-COUNT       PIC ZZZ9.
          02 FILLER               PIC X(09) VALUE ' AMOUNT: '.
          02 PRN-AMOUNT           PIC ZZZZZZ9.99.
          02 FILLER               PIC X(06) VALUE ' DUE: '.
          02 PRN-DUE-DATE         PIC 9(8).
       01 BRANCH-DETAIL-LINE.
          02 FILLER               PIC X(17) VALUE SPACES.
          02 FILLER               PIC X(08) VALUE '  BRANCH'.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-BRANCH-IDNUM     PIC 9(5).
          02 FILLER               PIC X(08) VALUE ' LINES: '.
          02 PRN-BRANCH-LINES     PIC ZZZ9.
          02 FILLER               PIC X(09) VALUE ' AMOUNT: '.
          02 PRN-BRANCH-AMOUNT    PIC ZZZZZZ9.99.
       01 FREIGHT-DETAIL-LINE.
          02 FILLER               PIC X(17) VALUE SPACES.
          02 FILLER               PIC X(09) VALUE '  FREIGHT'.
          02 FILLER               PIC X(26) VALUE SPACES.
          02 PRN-FREIGHT          PIC ZZZZZZ9.99.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'INVOICES WRITTEN:    '.
          02 FILLER               PIC X(21) VALUE
             'AMOUNT BILLED:       '.
          02 PRN-BILLED-TOTAL     PIC ZZZZZZZZ9.99.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(21) VALUE
             'FREIGHT BILLED:      '.
          02 PRN-FREIGHT-TOTAL    PIC ZZZZZZZZ9.99.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-ORDERS-STATUS        PIC X(2).
       01 WS-INVOICE-STATUS       PIC X(2).
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-INVNUM-STATUS        PIC X(2).
       01 WS-LINK-STATUS          PIC X(2).
       01 WS-TERMS-STATUS         PIC X(2).
       01 WS-CALENDAR-STATUS      PIC X(2).
       01 WS-SHIPMENT-STATUS      PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
      * THE SHIPPED LINES WAITING TO BE BILLED: PRIME KEY, CUSTOMER,
      * THE ACCOUNT THE LINE IS INVOICED TO (THE CUSTOMER, OR ITS
      * PARENT FOR A BRANCH BILLED TO THE PARENT) AND WHETHER THE
      * LINE HAS BEEN SWEPT ONTO AN INVOICE YET, AND ANY FREIGHT
      * ITS PACKAGE CARRIES ON IT FROM shipment.dat.
       01 WS-ORDER-TABLE.
          05 WS-ORDER-ENTRY OCCURS 5000 TIMES.
             10 WS-SHP-KEY        PIC X(10).
             10 WS-SHP-IDNUM      PIC 9(5).
             10 WS-SHP-BILL-TO    PIC 9(5).
             10 WS-SHP-SWEPT      PIC X.
             10 WS-SHP-FREIGHT    PIC 9(5)V99.
       01 WS-FREIGHT-KEY.
          05 WS-FREIGHT-ORDER     PIC 9(6).
          05 WS-FREIGHT-LINE      PIC 9(4).
      * BRANCHES BILLED TO A PARENT, FROM custlink.dat.
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 1000 TIMES.
             10 WS-CLK-IDNUM      PIC 9(5).
             10 WS-CLK-PARENT     PIC 9(5).
       01 WS-LINK-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-LINK-IDX             PIC 9(4) VALUE ZERO.
      * THE BRANCHES ON THE INVOICE BEING MADE UP, FOR THE REGISTER.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 200 TIMES.
             10 WS-BR-IDNUM       PIC 9(5).
             10 WS-BR-LINES       PIC 9(4).
             10 WS-BR-AMOUNT      PIC 9(7)V99.
       01 WS-BRANCH-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-IDX           PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-FOUND         PIC 9(3) VALUE ZERO.
      * CUSTOMERS OFF THE STANDARD NET 30, FROM custterm.dat.
       01 WS-TERMS-TABLE.
          05 WS-TERMS-ENTRY OCCURS 1000 TIMES.
             10 WS-TRM-IDNUM      PIC 9(5).
             10 WS-TRM-NET-DAYS   PIC 9(3).
             10 WS-TRM-DISC-PCT   PIC 9(2)V99.
             10 WS-TRM-DISC-DAYS  PIC 9(3).
       01 WS-TERMS-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-TERMS-IDX            PIC 9(4) VALUE ZERO.
      * THE WEEKENDS AND HOLIDAYS FROM TODAY ON, FROM calendar.dat.
      * A DATE PAST THE END OF THE CALENDAR IS TAKEN AS IT FALLS.
       01 WS-CLOSED-TABLE.
          05 WS-CLOSED-DATE       PIC 9(8) OCCURS 1000 TIMES.
       01 WS-CLOSED-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-CLOSED-IDX           PIC 9(4) VALUE ZERO.
       01 WS-CLOSED-FOUND         PIC X VALUE 'N'.
       01 WS-NET-DAYS             PIC 9(3) VALUE ZERO.
       01 WS-DISC-PCT             PIC 9(2)V99 VALUE ZERO.
       01 WS-DISC-DAYS            PIC 9(3) VALUE ZERO.
       01 WS-TERM-DAYS            PIC 9(3) VALUE ZERO.
       01 WS-TERM-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE             PIC 9(8) VALUE ZERO.
       01 WS-DISC-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DISC-AMOUNT          PIC 9(7)V99 VALUE ZERO.
       01 WS-DATEUTIL-PROG        PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION          PIC X(4).
          05 DU-DATE-1            PIC X(10).
          05 DU-DATE-2            PIC X(10).
          05 DU-DAYS              PIC S9(7).
          05 DU-RESULT-DATE       PIC X(10).
          05 DU-DISPLAY-DATE      PIC X(10).
          05 DU-RC                PIC 9(2).
       01 WS-ORDER-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-ORDER-IDX            PIC 9(4) VALUE ZERO.
       01 WS-SCAN-IDX             PIC 9(4) VALUE ZERO.
       01 WS-BILL-IDNUM           PIC 9(5) VALUE ZERO.
       01 WS-BILL-AMOUNT          PIC 9(7)V99 VALUE ZERO.
       01 WS-BILL-TAX             PIC 9(7)V99 VALUE ZERO.
       01 WS-BILL-FREIGHT         PIC 9(5)V99 VALUE ZERO.
       01 WS-FREIGHT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-BILL-LINES           PIC 9(4) VALUE ZERO.
       01 WS-NEXT-INVOICE         PIC 9(6) VALUE 1.
       01 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY 'INVBILL - INVOICING OF SHIPPED ORDERS'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'NO ORDERS.DAT, STATUS: ' WS-ORDERS-STATUS
              DISPLAY 'NO ORDERS ON FILE - NOTHING TO BILL'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-LINK-TABLE
           PERFORM LOAD-TERMS-TABLE
           PERFORM LOAD-CLOSED-DAYS
           PERFORM COLLECT-SHIPPED-LINES
           PERFORM LOAD-FREIGHT-CHARGES
           PERFORM READ-NEXT-INVOICE-NUMBER
           OPEN EXTEND INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING INVOICE.DAT, STATUS: '
                 WS-INVOICE-STATUS
              CLOSE ORDERS-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-LEDGER-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING ARLEDGER.DAT, STATUS: '
                 WS-LEDGER-STATUS
              CLOSE INVOICE-FILE, ORDERS-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-BILLED-TOTAL TO PRN-BILLED-TOTAL
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-FREIGHT-TOTAL TO PRN-FREIGHT-TOTAL
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE BILLING-REPORT
           CLOSE INVOICE-FILE, LEDGER-FILE, ORDERS-FILE
           IF WS-ANY-BILLED = 'Y'
              PERFORM SAVE-NEXT-INVOICE-NUMBER
           END-IF
           DISPLAY 'INVOICES WRITTEN: ' WS-INVOICE-COUNT
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       COLLECT-SHIPPED-LINES.
      * WALK THE SHIPPED LINES ALONG THE STATUS KEY, NOTING EACH
      * ONE'S KEY AND CUSTOMER. A LINE PAST THE TABLE IS LEFT
      * SHIPPED FOR THE NEXT RUN.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'S' TO ORD-STATUS
           START ORDERS-FILE KEY IS EQUAL TO ORD-STATUS
              INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
              READ ORDERS-FILE NEXT RECORD
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF NOT ORD-SHIPPED
                       SET WS-EOF TO TRUE
                    ELSE
                       IF WS-ORDER-COUNT < 5000
                          ADD 1 TO WS-ORDER-COUNT
                          MOVE ORD-KEY
                             TO WS-SHP-KEY(WS-ORDER-COUNT)
                          MOVE ORD-IDNUM
                             TO WS-SHP-IDNUM(WS-ORDER-COUNT)
                          PERFORM SET-BILL-TO-ACCOUNT
                          MOVE 'N' TO WS-SHP-SWEPT(WS-ORDER-COUNT)
                          MOVE ZERO TO WS-SHP-FREIGHT(WS-ORDER-COUNT)
                       ELSE
                          DISPLAY 'ORDER TABLE FULL - LINE LEFT '
                             'SHIPPED: ' ORD-ORDER-NUM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       LOAD-FREIGHT-CHARGES.
      * A PACKAGE'S FREIGHT SITS ON ITS FIRST SHIPMENT LINE; IT IS
      * BILLED WITH THAT ORDER LINE, SO ONLY LINES WAITING TO BE
      * BILLED PICK IT UP.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ SHIPMENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF SHP-FREIGHT IS NUMERIC
                          AND SHP-FREIGHT > ZERO
                          PERFORM TAKE-FREIGHT-CHARGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SHIPMENT-FILE
           END-IF.
       TAKE-FREIGHT-CHARGE.
           MOVE SHP-ORDER-NUM TO WS-FREIGHT-ORDER
           MOVE SHP-LINE-NUM  TO WS-FREIGHT-LINE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-ORDER-COUNT
              IF WS-SHP-KEY(WS-SCAN-IDX) = WS-FREIGHT-KEY
                 ADD SHP-FREIGHT TO WS-SHP-FREIGHT(WS-SCAN-IDX)
              END-IF
           END-PERFORM.
       LOAD-LINK-TABLE.
      * ONLY THE BRANCHES BILLED TO THEIR PARENT ARE KEPT; A BRANCH
      * WITH BILL-TO N IS INVOICED AS ITSELF.
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
       LOAD-TERMS-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-TERMS-COUNT >= 1000
                 READ TERMS-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-TERMS-COUNT
                       MOVE TRM-IDNUM
                          TO WS-TRM-IDNUM(WS-TERMS-COUNT)
                       MOVE TRM-NET-DAYS
                          TO WS-TRM-NET-DAYS(WS-TERMS-COUNT)
                       MOVE TRM-DISC-PCT
                          TO WS-TRM-DISC-PCT(WS-TERMS-COUNT)
                       MOVE TRM-DISC-DAYS
                          TO WS-TRM-DISC-DAYS(WS-TERMS-COUNT)
                 END-READ
              END-PERFORM
              CLOSE TERMS-FILE
           END-IF.
       LOAD-CLOSED-DAYS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-CLOSED-COUNT >= 1000
                 READ CALENDAR-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF CAL-DATE >= WS-CURRENT-DATE
                          AND CAL-BUSINESS-FLAG NOT = 'Y'
                          ADD 1 TO WS-CLOSED-COUNT
                          MOVE CAL-DATE
                             TO WS-CLOSED-DATE(WS-CLOSED-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           ELSE
              DISPLAY 'NO calendar.dat - DUE DATES NOT MOVED OFF '
                 'WEEKENDS, STATUS: ' WS-CALENDAR-STATUS
           END-IF.
       SET-BILL-TO-ACCOUNT.
           MOVE ORD-IDNUM TO WS-SHP-BILL-TO(WS-ORDER-COUNT)
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX > WS-LINK-COUNT
              IF WS-CLK-IDNUM(WS-LINK-IDX) = ORD-IDNUM
                 MOVE WS-CLK-PARENT(WS-LINK-IDX)
                    TO WS-SHP-BILL-TO(WS-ORDER-COUNT)
              END-IF
           END-PERFORM.
       READ-NEXT-INVOICE-NUMBER.
      * THE NEXT-NUMBER FILE CARRIES ONE LINE; A MISSING OR EMPTY
      * FILE STARTS THE SERIES AT 1.
                 WS-INVNUM-STATUS
           END-IF.
       BILL-ONE-CUSTOMER.
      * THE FIRST UNSWEPT SHIPPED LINE OPENS ITS BILL-TO ACCOUNT'S
      * INVOICE; EVERY SHIPPED LINE FOR THE SAME ACCOUNT - WHEREVER
      * IT SITS IN THE FILE, AND FROM WHICHEVER BRANCH - IS SWEPT
      * ONTO IT AND REWRITTEN BILLED, SO THE ACCOUNT GETS ONE
      * INVOICE PER RUN.
           IF WS-SHP-SWEPT(WS-ORDER-IDX) = 'N'
              MOVE WS-SHP-BILL-TO(WS-ORDER-IDX) TO WS-BILL-IDNUM
              MOVE ZERO TO WS-BILL-AMOUNT WS-BILL-LINES
              MOVE ZERO TO WS-BILL-TAX WS-BRANCH-COUNT
              MOVE ZERO TO WS-BILL-FREIGHT
              PERFORM SWEEP-CUSTOMER-LINES
                 VARYING WS-SCAN-IDX FROM WS-ORDER-IDX BY 1
                 UNTIL WS-SCAN-IDX > WS-ORDER-COUNT
              IF WS-BILL-LINES > ZERO
                 PERFORM WRITE-INVOICE-AND-LEDGER
              END-IF
           END-IF.
       SWEEP-CUSTOMER-LINES.
           IF WS-SHP-SWEPT(WS-SCAN-IDX) = 'N'
              AND WS-SHP-BILL-TO(WS-SCAN-IDX) = WS-BILL-IDNUM
              MOVE 'Y' TO WS-SHP-SWEPT(WS-SCAN-IDX)
              MOVE WS-SHP-KEY(WS-SCAN-IDX) TO ORD-KEY
              READ ORDERS-FILE
                 KEY IS ORD-KEY
                 INVALID KEY MOVE SPACE TO ORD-STATUS
              END-READ
              IF WS-ORDERS-STATUS = '00' AND ORD-SHIPPED
                 PERFORM BILL-ONE-LINE
              END-IF
           END-IF.
       BILL-ONE-LINE.
           MOVE 'I' TO ORD-STATUS
           MOVE WS-NEXT-INVOICE TO ORD-INVOICE-NUM
           ADD ORD-EXT-PRICE TO WS-BILL-AMOUNT
           ADD ORD-TAX-AMT TO WS-BILL-TAX
           REWRITE ORDER-RECORD
              INVALID KEY
                 DISPLAY 'ERROR REWRITING ORDERS.DAT, STATUS: '
                    WS-ORDERS-STATUS
                 SUBTRACT ORD-EXT-PRICE FROM WS-BILL-AMOUNT
                 SUBTRACT ORD-TAX-AMT FROM WS-BILL-TAX
              NOT INVALID KEY
                 ADD 1 TO WS-BILL-LINES
                 ADD WS-SHP-FREIGHT(WS-SCAN-IDX) TO WS-BILL-FREIGHT
                 IF ORD-IDNUM NOT = WS-BILL-IDNUM
                    PERFORM ADD-BRANCH-LINE
                 END-IF
           END-REWRITE.
       ADD-BRANCH-LINE.
           MOVE ZERO TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
              UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
              IF WS-BR-IDNUM(WS-BRANCH-IDX) = ORD-IDNUM
                 MOVE WS-BRANCH-IDX TO WS-BRANCH-FOUND
              END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = ZERO AND WS-BRANCH-COUNT < 200
              ADD 1 TO WS-BRANCH-COUNT
              MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND
              MOVE ORD-IDNUM TO WS-BR-IDNUM(WS-BRANCH-FOUND)
              MOVE ZERO TO WS-BR-LINES(WS-BRANCH-FOUND)
              MOVE ZERO TO WS-BR-AMOUNT(WS-BRANCH-FOUND)
           END-IF
           IF WS-BRANCH-FOUND > ZERO
              ADD 1 TO WS-BR-LINES(WS-BRANCH-FOUND)
              ADD ORD-EXT-PRICE TO WS-BR-AMOUNT(WS-BRANCH-FOUND)
           END-IF.
       WRITE-INVOICE-AND-LEDGER.
           PERFORM SET-INVOICE-TERMS
           MOVE SPACES TO INVOICE-RECORD
           MOVE WS-NEXT-INVOICE TO INV-NUMBER
           MOVE WS-CURRENT-DATE TO INV-DATE
           MOVE WS-BILL-IDNUM   TO INV-IDNUM
           MOVE WS-BILL-AMOUNT  TO INV-AMOUNT
           MOVE WS-BILL-TAX     TO INV-TAX
           MOVE WS-DUE-DATE     TO INV-DUE-DATE
           MOVE WS-DISC-DATE    TO INV-DISC-DATE
           MOVE WS-DISC-AMOUNT  TO INV-DISC-AMOUNT
           MOVE WS-BILL-FREIGHT TO INV-FREIGHT
           WRITE INVOICE-RECORD
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-BILL-IDNUM   TO LGR-IDNUM
           MOVE 'INV'           TO LGR-TYPE
           MOVE WS-NEXT-INVOICE TO LGR-REF
           MOVE WS-CURRENT-DATE TO LGR-DATE
      * THE RECEIVABLE IS GOODS PLUS TAX PLUS FREIGHT.
           COMPUTE LGR-AMOUNT =
              WS-BILL-AMOUNT + WS-BILL-TAX + WS-BILL-FREIGHT
           WRITE LEDGER-RECORD
           MOVE WS-NEXT-INVOICE TO PRN-INV-NUMBER
           MOVE WS-BILL-IDNUM   TO PRN-IDNUM
           MOVE WS-BILL-LINES   TO PRN-LINE-COUNT
           MOVE WS-BILL-AMOUNT  TO PRN-AMOUNT
           MOVE WS-DUE-DATE     TO PRN-DUE-DATE
           WRITE PRINT-LINE FROM INVOICE-DETAIL-LINE
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
              UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
              MOVE WS-BR-IDNUM(WS-BRANCH-IDX)  TO PRN-BRANCH-IDNUM
              MOVE WS-BR-LINES(WS-BRANCH-IDX)  TO PRN-BRANCH-LINES
              MOVE WS-BR-AMOUNT(WS-BRANCH-IDX) TO PRN-BRANCH-AMOUNT
              WRITE PRINT-LINE FROM BRANCH-DETAIL-LINE
           END-PERFORM
           IF WS-BILL-FREIGHT > ZERO
              MOVE WS-BILL-FREIGHT TO PRN-FREIGHT
              WRITE PRINT-LINE FROM FREIGHT-DETAIL-LINE
              ADD WS-BILL-FREIGHT TO WS-FREIGHT-TOTAL
           END-IF
           ADD 1 TO WS-INVOICE-COUNT
           ADD WS-BILL-AMOUNT TO WS-BILLED-TOTAL
           ADD 1 TO WS-NEXT-INVOICE
           MOVE 'Y' TO WS-ANY-BILLED.
       SET-INVOICE-TERMS.
      * THE BILL-TO ACCOUNT'S TERMS, OR NET 30 WITH NO DISCOUNT.
           MOVE 30 TO WS-NET-DAYS
           MOVE ZERO TO WS-DISC-PCT WS-DISC-DAYS
           PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
              UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
              IF WS-TRM-IDNUM(WS-TERMS-IDX) = WS-BILL-IDNUM
                 MOVE WS-TRM-NET-DAYS(WS-TERMS-IDX)  TO WS-NET-DAYS
                 MOVE WS-TRM-DISC-PCT(WS-TERMS-IDX)  TO WS-DISC-PCT
                 MOVE WS-TRM-DISC-DAYS(WS-TERMS-IDX) TO WS-DISC-DAYS
              END-IF
           END-PERFORM
           MOVE WS-NET-DAYS TO WS-TERM-DAYS
           PERFORM FIGURE-TERM-DATE
           MOVE WS-TERM-DATE TO WS-DUE-DATE
           MOVE ZERO TO WS-DISC-DATE WS-DISC-AMOUNT
           IF WS-DISC-PCT > ZERO AND WS-DISC-DAYS > ZERO
              MOVE WS-DISC-DAYS TO WS-TERM-DAYS
              PERFORM FIGURE-TERM-DATE
              MOVE WS-TERM-DATE TO WS-DISC-DATE
              COMPUTE WS-DISC-AMOUNT ROUNDED =
                 WS-BILL-AMOUNT * WS-DISC-PCT / 100
           END-IF.
       FIGURE-TERM-DATE.
      * TODAY PLUS WS-TERM-DAYS, MOVED ON PAST ANY CLOSED DAY.
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'ADD' TO DU-FUNCTION
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
              '-' WS-CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-1
           MOVE WS-TERM-DAYS TO DU-DAYS
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           IF DU-RC NOT = ZERO
              MOVE WS-CURRENT-DATE TO WS-TERM-DATE
           ELSE
              STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                 DU-RESULT-DATE(9:2)
                 DELIMITED BY SIZE INTO WS-TERM-DATE
              PERFORM CHECK-CLOSED-DAY
              PERFORM UNTIL WS-CLOSED-FOUND = 'N'
                 MOVE SPACES TO DATEUTIL-PARMS
                 MOVE 'ADD' TO DU-FUNCTION
                 STRING WS-TERM-DATE(1:4) '-' WS-TERM-DATE(5:2)
                    '-' WS-TERM-DATE(7:2)
                    DELIMITED BY SIZE INTO DU-DATE-1
                 MOVE 1 TO DU-DAYS
                 CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
                 END-CALL
                 STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                    DU-RESULT-DATE(9:2)
                    DELIMITED BY SIZE INTO WS-TERM-DATE
                 PERFORM CHECK-CLOSED-DAY
              END-PERFORM
           END-IF.
       CHECK-CLOSED-DAY.
           MOVE 'N' TO WS-CLOSED-FOUND
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
              UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
              IF WS-CLOSED-DATE(WS-CLOSED-IDX) = WS-TERM-DATE
                 MOVE 'Y' TO WS-CLOSED-FOUND
              END-IF
           END-PERFORM.
       END PROGRAM INVBILL.
