       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CONTMNT.
      ***************************************
      * CUSTOMER CONTRACT PRICE MAINTENANCE, IN THE STYLE OF THE
      * PRICEMNT MENU. MAINTAINS contract.dat: ONE LINE PER
      * CUSTOMER, PRODUCT, SIZE AND START DATE, WITH THE END DATE
      * AND THE NEGOTIATED UNIT PRICE. WHILE IN FORCE THE CONTRACT
      * PRICES THE CUSTOMER'S ORDER LINES AHEAD OF ANY QUANTITY
      * BREAK OR LIST PRICE. CUSTOMERS ARE VALIDATED AGAINST
      * CUSTOMER.DAT, PRODUCTS AND SIZES AGAINST PRODMAST.DAT AND
      * DATES THROUGH THE SHARED DATEUTIL ROUTINE. A RENEWAL IS
      * ENTERED AS A NEW CONTRACT, OR BY CHANGING THE END DATE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRACT-FILE ASSIGN TO "contract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
           COPY CONREC.
       FD PRODMAST.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
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
       WORKING-STORAGE SECTION.
       01 WS-CONTRACT-STATUS PIC X(2) VALUE '00'.
       01 WS-PRODMAST-STATUS PIC X(2) VALUE '00'.
       01 WS-CUSTFILE-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES.
             10 WS-PRODNAME   PIC X(10).
             10 WS-PRODSIZE   PIC A OCCURS 3 TIMES.
       01 WS-PRODUCT-COUNT   PIC 99 VALUE ZERO.
       01 WS-PROD-IDX        PIC 99 VALUE ZERO.
       01 WS-SIZE-IDX        PIC 9 VALUE ZERO.
       01 WS-PRODUCT-OK      PIC X VALUE 'N'.
       01 WS-CUSTOMER-IDS.
          05 WS-CUST-ID OCCURS 1000 TIMES PIC 9(5).
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX        PIC 9(4) VALUE ZERO.
       01 WS-CUST-OK         PIC X VALUE 'N'.
      * THE WHOLE CONTRACT FILE HELD IN STORAGE WHILE THE MENU IS
      * OPEN; EVERY CHANGE REWRITES THE FILE, THE PRODMNT WAY.
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
       01 WS-MOVE-IDX        PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-IDNUM     PIC X(5).
       01 WS-IDNUM-NUM       PIC 9(5) VALUE ZERO.
       01 WS-ID-IDX          PIC 9 VALUE ZERO.
       01 WS-ID-BAD          PIC X VALUE 'N'.
       01 WS-ENTRY-NAME      PIC X(10).
       01 WS-ENTRY-SIZE      PIC A.
       01 WS-ENTRY-DATE      PIC X(8).
       01 WS-ENTRY-PRICE     PIC X(8).
       01 WS-PRICE-NUM       PIC 9(5)V99 VALUE ZERO.
       01 WS-DATE-NUM        PIC 9(8) VALUE ZERO.
       01 WS-START-DATE      PIC 9(8) VALUE ZERO.
       01 WS-END-DATE        PIC 9(8) VALUE ZERO.
       01 DIS-PRICE          PIC ZZZZ9.99.
       01 WS-DATEUTIL-PROG   PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'CONTMNT - CUSTOMER CONTRACT PRICE MAINTENANCE'
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-CUSTOMER-IDS
           PERFORM LOAD-CONTRACT-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'CUSTOMER CONTRACT PRICES'
              DISPLAY ' '
              DISPLAY '1 : ADD CONTRACT'
              DISPLAY '2 : CHANGE CONTRACT END DATE AND PRICE'
              DISPLAY '3 : DELETE CONTRACT'
              DISPLAY '4 : LIST ALL CONTRACTS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDCONTRACT
                 WHEN 2 PERFORM CHANGECONTRACT
                 WHEN 3 PERFORM DELETECONTRACT
                 WHEN 4 PERFORM LISTCONTRACT
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       LOAD-PRODUCT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRODMAST
           IF WS-PRODMAST-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-PRODUCT-COUNT >= 50
                 READ PRODMAST
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PRODUCT-COUNT
                       MOVE PRODMAST-RECORD
                          TO WS-PRODUCT-ENTRY(WS-PRODUCT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PRODMAST
           ELSE
              DISPLAY '** UNABLE TO OPEN PRODMAST, STATUS: '
                 WS-PRODMAST-STATUS
           END-IF
           DISPLAY 'PRODUCTS ON FILE: ' WS-PRODUCT-COUNT.
       LOAD-CUSTOMER-IDS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       MOVE IDNUM TO WS-CUST-ID(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY '** UNABLE TO OPEN CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS
           END-IF
           DISPLAY 'CUSTOMERS ON FILE: ' WS-CUST-COUNT.
       LOAD-CONTRACT-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-CONTRACT-COUNT >= 500
                 READ CONTRACT-FILE
                    AT END SET WS-EOF TO TRUE
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
           END-IF
           DISPLAY 'CONTRACTS ON FILE: ' WS-CONTRACT-COUNT.
       REWRITE-CONTRACT-FILE.
           OPEN OUTPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING contract.dat, STATUS: '
                 WS-CONTRACT-STATUS
           ELSE
              PERFORM WRITE-ONE-CONTRACT
                 VARYING WS-CONTRACT-IDX FROM 1 BY 1
                 UNTIL WS-CONTRACT-IDX > WS-CONTRACT-COUNT
              CLOSE CONTRACT-FILE
           END-IF.
       WRITE-ONE-CONTRACT.
           MOVE SPACES TO CONTRACT-RECORD
           MOVE WS-CON-IDNUM(WS-CONTRACT-IDX)      TO CON-IDNUM
           MOVE WS-CON-PRODNAME(WS-CONTRACT-IDX)   TO CON-PRODNAME
           MOVE WS-CON-SIZE(WS-CONTRACT-IDX)       TO CON-SIZE
           MOVE WS-CON-START-DATE(WS-CONTRACT-IDX) TO CON-START-DATE
           MOVE WS-CON-END-DATE(WS-CONTRACT-IDX)   TO CON-END-DATE
           MOVE WS-CON-PRICE(WS-CONTRACT-IDX)      TO CON-UNIT-PRICE
           WRITE CONTRACT-RECORD.
       ACCEPT-CONTRACT-KEY.
      * CUSTOMER, PRODUCT, SIZE AND START DATE IDENTIFY ONE
      * CONTRACT LINE.
           DISPLAY 'ENTER CUSTOMER ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-IDNUM
           DISPLAY 'ENTER PRODUCT NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY 'ENTER SIZE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-SIZE
           DISPLAY 'ENTER START DATE (YYYYMMDD): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           PERFORM CHECK-CUSTOMER
           PERFORM CHECK-PRODUCT-AND-SIZE
           PERFORM CHECK-ENTRY-DATE
           MOVE WS-DATE-NUM TO WS-START-DATE
           PERFORM FIND-CONTRACT.
       CHECK-CUSTOMER.
      * A SHORT ID LIKE '123' ARRIVES SPACE-PADDED, SO THE DIGITS
      * ARE CHECKED CHARACTER BY CHARACTER, AS ORDER01 DOES.
           MOVE 'N' TO WS-ID-BAD
           MOVE 'N' TO WS-CUST-OK
           MOVE ZERO TO WS-IDNUM-NUM
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
              UNTIL WS-ID-IDX > 5
              EVALUATE TRUE
                 WHEN WS-ENTRY-IDNUM(WS-ID-IDX:1) IS NUMERIC
                    COMPUTE WS-IDNUM-NUM = (WS-IDNUM-NUM * 10)
                       + FUNCTION NUMVAL(WS-ENTRY-IDNUM(WS-ID-IDX:1))
                 WHEN WS-ENTRY-IDNUM(WS-ID-IDX:1) = SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE 'Y' TO WS-ID-BAD
              END-EVALUATE
           END-PERFORM
           IF WS-ID-BAD = 'N'
              PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                 UNTIL WS-CUST-IDX > WS-CUST-COUNT
                 IF WS-CUST-ID(WS-CUST-IDX) = WS-IDNUM-NUM
                    MOVE 'Y' TO WS-CUST-OK
                 END-IF
              END-PERFORM
           END-IF.
       CHECK-PRODUCT-AND-SIZE.
           MOVE 'N' TO WS-PRODUCT-OK
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
              UNTIL WS-PROD-IDX > WS-PRODUCT-COUNT
              IF WS-PRODNAME(WS-PROD-IDX) = WS-ENTRY-NAME
                 PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
                    UNTIL WS-SIZE-IDX > 3
                    IF WS-PRODSIZE(WS-PROD-IDX, WS-SIZE-IDX)
                       = WS-ENTRY-SIZE AND WS-ENTRY-SIZE NOT = SPACE
                       MOVE 'Y' TO WS-PRODUCT-OK
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       CHECK-ENTRY-DATE.
      * THE DATE MUST BE A REAL CALENDAR DAY; THE SHARED
      * DATEUTIL ROUTINE HOLDS THE RULES.
           MOVE ZERO TO WS-DATE-NUM
           IF WS-ENTRY-DATE IS NUMERIC
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'VAL' TO DU-FUNCTION
              STRING WS-ENTRY-DATE(1:4) '-' WS-ENTRY-DATE(5:2)
                 '-' WS-ENTRY-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 MOVE WS-ENTRY-DATE TO WS-DATE-NUM
              END-IF
           END-IF.
       FIND-CONTRACT.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-CONTRACT-IDX FROM 1 BY 1
              UNTIL WS-CONTRACT-IDX > WS-CONTRACT-COUNT
              IF WS-CON-IDNUM(WS-CONTRACT-IDX) = WS-IDNUM-NUM
                 AND WS-CON-PRODNAME(WS-CONTRACT-IDX) = WS-ENTRY-NAME
                 AND WS-CON-SIZE(WS-CONTRACT-IDX) = WS-ENTRY-SIZE
                 AND WS-CON-START-DATE(WS-CONTRACT-IDX)
                    = WS-START-DATE
                 MOVE WS-CONTRACT-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       ACCEPT-CONTRACT-TERMS.
      * THE END DATE MAY NOT FALL BEFORE THE START; A BAD DATE OR
      * A ZERO PRICE LEAVES THE FIELD AT ZERO AND IS REFUSED.
           DISPLAY 'ENTER END DATE (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           PERFORM CHECK-ENTRY-DATE
           MOVE WS-DATE-NUM TO WS-END-DATE
           IF WS-END-DATE < WS-START-DATE
              MOVE ZERO TO WS-END-DATE
           END-IF
           MOVE ZERO TO WS-PRICE-NUM
           DISPLAY 'ENTER UNIT PRICE (NNNNN.NN): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-PRICE
           IF WS-ENTRY-PRICE = SPACES
              CONTINUE
           ELSE
              COMPUTE WS-PRICE-NUM =
                 FUNCTION NUMVAL(WS-ENTRY-PRICE)
           END-IF.
       ADDCONTRACT.
           DISPLAY ' '
           IF WS-CONTRACT-COUNT >= 500
              DISPLAY 'CONTRACT FILE FULL.'
           ELSE
              PERFORM ACCEPT-CONTRACT-KEY
              EVALUATE TRUE
                 WHEN WS-ID-BAD = 'Y' OR WS-CUST-OK = 'N'
                    DISPLAY 'CUSTOMER NOT ON CUSTOMER FILE.'
                 WHEN WS-PRODUCT-OK = 'N'
                    DISPLAY 'PRODUCT/SIZE NOT ON PRODUCT FILE.'
                 WHEN WS-START-DATE = ZERO
                    DISPLAY 'INVALID START DATE.'
                 WHEN WS-FOUND-IDX > ZERO
                    DISPLAY 'CONTRACT ALREADY ON FILE FOR THAT DATE.'
                 WHEN OTHER
                    PERFORM ACCEPT-CONTRACT-TERMS
                    EVALUATE TRUE
                       WHEN WS-END-DATE = ZERO
                          DISPLAY 'INVALID END DATE - NOT ADDED.'
                       WHEN WS-PRICE-NUM = ZERO
                          DISPLAY 'PRICE MUST NOT BE ZERO - NOT ADDED.'
                       WHEN OTHER
                          ADD 1 TO WS-CONTRACT-COUNT
                          MOVE WS-IDNUM-NUM
                             TO WS-CON-IDNUM(WS-CONTRACT-COUNT)
                          MOVE WS-ENTRY-NAME
                             TO WS-CON-PRODNAME(WS-CONTRACT-COUNT)
                          MOVE WS-ENTRY-SIZE
                             TO WS-CON-SIZE(WS-CONTRACT-COUNT)
                          MOVE WS-START-DATE
                             TO WS-CON-START-DATE(WS-CONTRACT-COUNT)
                          MOVE WS-END-DATE
                             TO WS-CON-END-DATE(WS-CONTRACT-COUNT)
                          MOVE WS-PRICE-NUM
                             TO WS-CON-PRICE(WS-CONTRACT-COUNT)
                          PERFORM REWRITE-CONTRACT-FILE
                          DISPLAY 'CONTRACT ADDED.'
                    END-EVALUATE
              END-EVALUATE
           END-IF.
       CHANGECONTRACT.
           DISPLAY ' '
           PERFORM ACCEPT-CONTRACT-KEY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'CONTRACT NOT ON FILE.'
           ELSE
              MOVE WS-CON-PRICE(WS-FOUND-IDX) TO DIS-PRICE
              DISPLAY 'CURRENT END DATE: '
                 WS-CON-END-DATE(WS-FOUND-IDX) ' PRICE: ' DIS-PRICE
              PERFORM ACCEPT-CONTRACT-TERMS
              EVALUATE TRUE
                 WHEN WS-END-DATE = ZERO
                    DISPLAY 'INVALID END DATE - NOT CHANGED.'
                 WHEN WS-PRICE-NUM = ZERO
                    DISPLAY 'PRICE MUST NOT BE ZERO - NOT CHANGED.'
                 WHEN OTHER
                    MOVE WS-END-DATE
                       TO WS-CON-END-DATE(WS-FOUND-IDX)
                    MOVE WS-PRICE-NUM TO WS-CON-PRICE(WS-FOUND-IDX)
                    PERFORM REWRITE-CONTRACT-FILE
                    DISPLAY 'CONTRACT CHANGED.'
              END-EVALUATE
           END-IF.
       DELETECONTRACT.
           DISPLAY ' '
           PERFORM ACCEPT-CONTRACT-KEY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'CONTRACT NOT ON FILE.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-CONTRACT-COUNT
                 MOVE WS-CONTRACT-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-CONTRACT-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-CONTRACT-COUNT
              PERFORM REWRITE-CONTRACT-FILE
              DISPLAY 'CONTRACT DELETED.'
           END-IF.
       LISTCONTRACT.
           DISPLAY ' '
           DISPLAY 'CUST  PRODUCT    S START    END         PRICE'
           PERFORM LIST-ONE-CONTRACT
              VARYING WS-CONTRACT-IDX FROM 1 BY 1
              UNTIL WS-CONTRACT-IDX > WS-CONTRACT-COUNT
           DISPLAY 'CONTRACTS ON FILE: ' WS-CONTRACT-COUNT.
       LIST-ONE-CONTRACT.
           MOVE WS-CON-PRICE(WS-CONTRACT-IDX) TO DIS-PRICE
           DISPLAY WS-CON-IDNUM(WS-CONTRACT-IDX) ' '
              WS-CON-PRODNAME(WS-CONTRACT-IDX) ' '
              WS-CON-SIZE(WS-CONTRACT-IDX) ' '
              WS-CON-START-DATE(WS-CONTRACT-IDX) ' '
              WS-CON-END-DATE(WS-CONTRACT-IDX) ' ' DIS-PRICE.
       END PROGRAM CONTMNT.
