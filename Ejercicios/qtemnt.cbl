       IDENTIFICATION DIVISION.
       PROGRAM-ID.     QTEMNT.
      ***************************************
      * SALES QUOTATION ENTRY AND MAINTENANCE, IN THE STYLE OF THE
      * TXEMNT MENU. KEEPS quote.dat: A QUOTE NUMBER FOR A CUSTOMER
      * ON CUSTOMER.DAT, UP TO 20 LINES OF PRODUCT, SIZE, QUANTITY
      * AND QUOTED PRICE, AND THE LAST DAY THE QUOTE HOLDS (30 DAYS
      * UNLESS ANOTHER TERM IS GIVEN). THE QUOTED PRICE DEFAULTS TO
      * THE LIST PRICE IN FORCE ON prodprice.dat.
      *
      * ACCEPTING A QUOTE BEFORE IT LAPSES QUEUES ITS OPEN LINES ON
      * ordertrans.dat, THE WAY SOGEN QUEUES STANDING ORDERS, EACH
      * CARRYING THE QUOTE NUMBER, LINE AND QUOTED PRICE. THE NEXT
      * ORDBATCH RUN TAKES THEM THROUGH THE NORMAL CREDIT AND STOCK
      * CHECKS AND MARKS EACH QUOTE LINE CONVERTED WITH ITS ORDER
      * NUMBER, OR REFUSED WITH THE REASON; A REFUSED LINE CAN BE
      * ACCEPTED AGAIN ONCE THE CAUSE IS CLEARED. QTEPRT PRINTS THE
      * QUOTE FOR THE CUSTOMER.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUOTE-FILE ASSIGN TO "quote.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUOTE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT OPTIONAL PRICE-FILE ASSIGN TO "prodprice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRICE-STATUS.
           SELECT OPTIONAL ORDERTRANS ASSIGN TO "ordertrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD QUOTE-FILE.
           COPY QTEREC.
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
       FD PRODMAST.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
       FD PRICE-FILE.
       01 PRICE-RECORD.
          02 PRC-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 PRC-SIZE             PIC A.
          02 FILLER               PIC X.
          02 PRC-EFF-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 PRC-UNIT-PRICE       PIC 9(5)V99.
       FD ORDERTRANS.
       01 TRANS-RECORD.
           02 BT-IDNUM             PIC 9(5).
           02 FILLER               PIC X.
           02 BT-PRODNAME          PIC X(10).
           02 FILLER               PIC X.
           02 BT-SIZE              PIC A.
           02 FILLER               PIC X.
           02 BT-QTY               PIC 9(4).
           02 FILLER               PIC X.
           02 BT-STANDING-NUM      PIC 9(5).
           02 FILLER               PIC X.
           02 BT-SHIPTO-NUM        PIC 9(2).
           02 FILLER               PIC X.
           02 BT-QUOTE-NUM         PIC 9(6).
           02 FILLER               PIC X.
           02 BT-QUOTE-LINE        PIC 9(2).
           02 FILLER               PIC X.
           02 BT-QUOTE-PRICE       PIC 9(5)V99.
       01 TRANS-HEADER-RECORD.
           02 THR-RECORD-TYPE      PIC X(3).
              88 THR-HEADER        VALUE 'HDR'.
           02 THR-CREATE-DATE      PIC 9(8).
           02 THR-SOURCE           PIC X(15).
       01 TRANS-TRAILER-RECORD.
           02 TTR-RECORD-TYPE      PIC X(3).
              88 TTR-TRAILER       VALUE 'TRL'.
           02 TTR-TRANS-COUNT      PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-QUOTE-STATUS    PIC X(2) VALUE '00'.
       01 WS-CUSTFILE-STATUS PIC X(2) VALUE '00'.
       01 WS-PRODMAST-STATUS PIC X(2) VALUE '00'.
       01 WS-PRICE-STATUS    PIC X(2) VALUE '00'.
       01 WS-TRANS-STATUS    PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
      * THE QUOTE FILE HELD IN STORAGE WHILE THE MENU IS OPEN, ONE
      * IMAGE PER LINE; EVERY CHANGE REWRITES THE FILE.
       01 WS-QUOTE-TABLE.
          05 WS-QTE-DATA OCCURS 3000 TIMES PIC X(108).
       01 WS-QUOTE-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-QUOTE-IDX       PIC 9(4) VALUE ZERO.
       01 WS-QUOTE-FIRST     PIC 9(4) VALUE ZERO.
       01 WS-LIST-IDX        PIC 9(4) VALUE ZERO.
       01 WS-QUOTE-NUM       PIC 9(6) VALUE ZERO.
       01 WS-QUOTE-LINES     PIC 9(2) VALUE ZERO.
       01 WS-OPEN-LINES      PIC 9(2) VALUE ZERO.
       01 WS-QUOTE-VALUE     PIC 9(9)V99 VALUE ZERO.
       01 WS-QUOTE-IDNUM     PIC 9(5) VALUE ZERO.
       01 WS-QUOTE-DATE      PIC 9(8) VALUE ZERO.
       01 WS-VALID-DATE      PIC 9(8) VALUE ZERO.
       01 WS-VALID-DAYS      PIC 9(3) VALUE 30.
       01 WS-LINE-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-LINES-DONE      PIC X VALUE 'N'.
       01 WS-QUOTE-STANDING  PIC X(8).
      * THE IDNUM, NAME AND STATE ARE NEEDED FROM EACH CUSTOMER.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUST-IDNUM   PIC 9(5).
             10 WS-CUST-NAME    PIC X(30).
             10 WS-CUST-STATE   PIC X(2).
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX        PIC 9(4) VALUE ZERO.
       01 WS-CUST-FOUND      PIC 9(4) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES.
             10 WS-PRODNAME   PIC X(10).
             10 WS-PRODSIZE   PIC A OCCURS 3 TIMES.
       01 WS-PRODUCT-COUNT   PIC 99 VALUE ZERO.
       01 WS-PROD-IDX        PIC 99 VALUE ZERO.
       01 WS-SIZE-IDX        PIC 9 VALUE ZERO.
       01 WS-PRODUCT-OK      PIC X VALUE 'N'.
       01 WS-PRICE-TABLE.
          05 WS-PRICE-ENTRY OCCURS 300 TIMES.
             10 WS-PRC-PRODNAME   PIC X(10).
             10 WS-PRC-SIZE       PIC A.
             10 WS-PRC-EFF-DATE   PIC 9(8).
             10 WS-PRC-PRICE      PIC 9(5)V99.
       01 WS-PRICE-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-PRICE-IDX       PIC 9(3) VALUE ZERO.
       01 WS-BEST-EFF-DATE   PIC 9(8) VALUE ZERO.
       01 WS-LIST-PRICE      PIC 9(5)V99 VALUE ZERO.
       01 WS-QUOTED-PRICE    PIC 9(5)V99 VALUE ZERO.
       01 WS-PRICE-WORK      PIC S9(7)V99 VALUE ZERO.
       01 WS-PRICE-EDIT      PIC ZZZZ9.99.
       01 WS-VALUE-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
      * THE DETAILS ALREADY WAITING ON ordertrans.dat, KEPT AHEAD OF
      * THE QUOTE LINES, AS SOGEN KEEPS THEM.
       01 WS-TRANS-TABLE.
          05 WS-TRANS-DATA OCCURS 5000 TIMES PIC X(50).
       01 WS-TRANS-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-TRANS-IDX       PIC 9(4) VALUE ZERO.
       01 WS-HEADER-DATA     PIC X(26) VALUE SPACES.
       01 WS-HEADER-SEEN     PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN    PIC X VALUE 'N'.
       01 WS-EXPECTED-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-TRANS-OK        PIC X VALUE 'Y'.
       01 WS-ENTRY-IDNUM     PIC X(5).
       01 WS-ENTRY-QUOTE     PIC X(6).
       01 WS-ENTRY-DAYS      PIC X(3).
       01 WS-ENTRY-PRODNAME  PIC X(10).
       01 WS-ENTRY-SIZE      PIC X.
       01 WS-ENTRY-QTY       PIC X(4).
       01 WS-ENTRY-PRICE     PIC X(9).
       01 WS-ENTRY-SHIPTO    PIC X(2).
       01 WS-ENTRY-REASON    PIC X(30).
       01 WS-QTY             PIC 9(4) VALUE ZERO.
       01 WS-SHIPTO-NUM      PIC 9(2) VALUE ZERO.
       01 WS-IDNUM           PIC 9(5) VALUE ZERO.
       01 WS-CURRENT-DATE    PIC 9(8).
       01 WS-DATEUTIL-PROG   PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'QTEMNT'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'QTEMNT - SALES QUOTATIONS'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-PRICE-TABLE
           PERFORM LOAD-QUOTE-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'SALES QUOTATIONS'
              DISPLAY ' '
              DISPLAY '1 : NEW QUOTE'
              DISPLAY '2 : SHOW QUOTE'
              DISPLAY '3 : ACCEPT QUOTE - QUEUE AS ORDERS'
              DISPLAY '4 : DECLINE QUOTE'
              DISPLAY '5 : LIST OPEN QUOTES'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM NEWQUOTE
                 WHEN 2 PERFORM SHOWQUOTE
                 WHEN 3 PERFORM ACCEPTQUOTE
                 WHEN 4 PERFORM DECLINEQUOTE
                 WHEN 5 PERFORM LISTQUOTES
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE MENU ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
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
                       MOVE CUSTNAME
                          TO WS-CUST-NAME(WS-CUST-COUNT)
                       MOVE ADDR-STATE
                          TO WS-CUST-STATE(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY '** UNABLE TO OPEN CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS
           END-IF.
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
              DISPLAY '** UNABLE TO OPEN PRODMAST.DAT, STATUS: '
                 WS-PRODMAST-STATUS
           END-IF.
       LOAD-PRICE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-PRICE-COUNT >= 300
                 READ PRICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE PRC-PRODNAME
                          TO WS-PRC-PRODNAME(WS-PRICE-COUNT)
                       MOVE PRC-SIZE
                          TO WS-PRC-SIZE(WS-PRICE-COUNT)
                       MOVE PRC-EFF-DATE
                          TO WS-PRC-EFF-DATE(WS-PRICE-COUNT)
                       MOVE PRC-UNIT-PRICE
                          TO WS-PRC-PRICE(WS-PRICE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PRICE-FILE
           ELSE
              DISPLAY 'ERROR OPENING prodprice.dat, STATUS: '
                 WS-PRICE-STATUS
           END-IF.
       LOAD-QUOTE-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-QUOTE-COUNT >= 3000
                 READ QUOTE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-QUOTE-COUNT
                       MOVE QUOTE-RECORD
                          TO WS-QTE-DATA(WS-QUOTE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE QUOTE-FILE
           ELSE
              DISPLAY 'ERROR OPENING quote.dat, STATUS: '
                 WS-QUOTE-STATUS
           END-IF
           DISPLAY 'QUOTE LINES ON FILE: ' WS-QUOTE-COUNT.
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
       ACCEPT-CUSTOMER.
           MOVE ZERO TO WS-IDNUM WS-CUST-FOUND
           ACCEPT WS-ENTRY-IDNUM
           IF WS-ENTRY-IDNUM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENTRY-IDNUM) = ZERO
              COMPUTE WS-IDNUM = FUNCTION NUMVAL(WS-ENTRY-IDNUM)
           END-IF
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUST-IDNUM(WS-CUST-IDX) = WS-IDNUM
                 AND WS-IDNUM > ZERO
                 MOVE WS-CUST-IDX TO WS-CUST-FOUND
              END-IF
           END-PERFORM
           IF WS-CUST-FOUND > ZERO
              DISPLAY '  ' WS-CUST-NAME(WS-CUST-FOUND)
                 '  STATE ' WS-CUST-STATE(WS-CUST-FOUND)
           END-IF.
       ACCEPT-QUOTE-NUMBER.
           MOVE ZERO TO WS-QUOTE-NUM
           DISPLAY 'ENTER QUOTE NUMBER: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-QUOTE
           IF WS-ENTRY-QUOTE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENTRY-QUOTE) = ZERO
              COMPUTE WS-QUOTE-NUM = FUNCTION NUMVAL(WS-ENTRY-QUOTE)
           END-IF
           PERFORM FIND-QUOTE.
       FIND-QUOTE.
      * THE FIRST LINE OF WS-QUOTE-NUM, WITH THE CUSTOMER AND DATES
      * IT CARRIES, AND HOW MANY OF ITS LINES ARE STILL OPEN TO BE
      * ACCEPTED (OPEN, OR REFUSED AT INTAKE).
           MOVE ZERO TO WS-QUOTE-FIRST WS-QUOTE-LINES WS-OPEN-LINES
           MOVE ZERO TO WS-QUOTE-VALUE
           PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
              UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
              MOVE WS-QTE-DATA(WS-QUOTE-IDX) TO QUOTE-RECORD
              IF QTE-QUOTE-NUM = WS-QUOTE-NUM AND WS-QUOTE-NUM > ZERO
                 IF WS-QUOTE-FIRST = ZERO
                    MOVE WS-QUOTE-IDX   TO WS-QUOTE-FIRST
                    MOVE QTE-IDNUM      TO WS-QUOTE-IDNUM
                    MOVE QTE-QUOTE-DATE TO WS-QUOTE-DATE
                    MOVE QTE-VALID-DATE TO WS-VALID-DATE
                 END-IF
                 ADD 1 TO WS-QUOTE-LINES
                 COMPUTE WS-QUOTE-VALUE =
                    WS-QUOTE-VALUE + QTE-QTY * QTE-UNIT-PRICE
                 IF QTE-OPEN OR QTE-REFUSED
                    ADD 1 TO WS-OPEN-LINES
                 END-IF
              END-IF
           END-PERFORM.
       FIND-NEXT-QUOTE-NUMBER.
      * ONE PAST THE HIGHEST QUOTE NUMBER ON FILE.
           MOVE ZERO TO WS-QUOTE-NUM
           PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
              UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
              MOVE WS-QTE-DATA(WS-QUOTE-IDX) TO QUOTE-RECORD
              IF QTE-QUOTE-NUM > WS-QUOTE-NUM
                 MOVE QTE-QUOTE-NUM TO WS-QUOTE-NUM
              END-IF
           END-PERFORM
           ADD 1 TO WS-QUOTE-NUM.
       SET-VALID-DATE.
      * THE QUOTE HOLDS THROUGH TODAY PLUS THE DAYS GIVEN.
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'ADD' TO DU-FUNCTION
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
              '-' WS-CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-1
           MOVE WS-VALID-DAYS TO DU-DAYS
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           IF DU-RC = ZERO
              STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                 DU-RESULT-DATE(9:2)
                 DELIMITED BY SIZE INTO WS-VALID-DATE
           ELSE
              MOVE WS-CURRENT-DATE TO WS-VALID-DATE
           END-IF.
       CHECK-PRODUCT-AND-SIZE.
           MOVE 'N' TO WS-PRODUCT-OK
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
              UNTIL WS-PROD-IDX > WS-PRODUCT-COUNT
              IF WS-PRODNAME(WS-PROD-IDX) = WS-ENTRY-PRODNAME
                 PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
                    UNTIL WS-SIZE-IDX > 3
                    IF WS-PRODSIZE(WS-PROD-IDX, WS-SIZE-IDX)
                       = WS-ENTRY-SIZE AND WS-ENTRY-SIZE NOT = SPACE
                       MOVE 'Y' TO WS-PRODUCT-OK
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       FIND-LIST-PRICE.
      * THE LIST PRICE IN FORCE TODAY, ZERO WHEN THERE IS NONE.
           MOVE ZERO TO WS-BEST-EFF-DATE WS-LIST-PRICE
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
              UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
              IF WS-PRC-PRODNAME(WS-PRICE-IDX) = WS-ENTRY-PRODNAME
                 AND WS-PRC-SIZE(WS-PRICE-IDX) = WS-ENTRY-SIZE
                 AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    <= WS-CURRENT-DATE
                 AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    >= WS-BEST-EFF-DATE
                 MOVE WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    TO WS-BEST-EFF-DATE
                 MOVE WS-PRC-PRICE(WS-PRICE-IDX) TO WS-LIST-PRICE
              END-IF
           END-PERFORM.
       NEWQUOTE.
           DISPLAY ' '
           DISPLAY 'ENTER CUSTOMER ID: ' WITH NO ADVANCING
           PERFORM ACCEPT-CUSTOMER
           IF WS-CUST-FOUND = ZERO
              DISPLAY 'CUSTOMER NOT ON CUSTOMER.DAT - SET UP THE '
                 'CUSTOMER FIRST.'
           ELSE
              MOVE 30 TO WS-VALID-DAYS
              DISPLAY 'DAYS THE QUOTE HOLDS (BLANK FOR 30): '
                 WITH NO ADVANCING
              ACCEPT WS-ENTRY-DAYS
              IF WS-ENTRY-DAYS NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-ENTRY-DAYS) = ZERO
                 AND FUNCTION NUMVAL(WS-ENTRY-DAYS) > ZERO
                 COMPUTE WS-VALID-DAYS = FUNCTION NUMVAL(WS-ENTRY-DAYS)
              END-IF
              PERFORM SET-VALID-DATE
              PERFORM FIND-NEXT-QUOTE-NUMBER
              MOVE WS-IDNUM TO WS-QUOTE-IDNUM
              MOVE WS-CURRENT-DATE TO WS-QUOTE-DATE
              MOVE ZERO TO WS-LINE-COUNT WS-QUOTE-VALUE
              MOVE 'N' TO WS-LINES-DONE
              DISPLAY 'QUOTE ' WS-QUOTE-NUM ' VALID UNTIL '
                 WS-VALID-DATE
              PERFORM TAKE-QUOTE-LINE UNTIL WS-LINES-DONE = 'Y'
              IF WS-LINE-COUNT = ZERO
                 DISPLAY 'NO LINES ENTERED - QUOTE NOT SAVED.'
              ELSE
                 PERFORM REWRITE-QUOTE-FILE
                 MOVE WS-QUOTE-VALUE TO WS-VALUE-EDIT
                 DISPLAY 'QUOTE ' WS-QUOTE-NUM ' SAVED - '
                    WS-LINE-COUNT ' LINES, VALUE ' WS-VALUE-EDIT
                 DISPLAY 'RUN QTEPRT ' WS-QUOTE-NUM
                    ' FOR THE CUSTOMER COPY.'
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'QUOTE ' WS-QUOTE-NUM ' FOR ' WS-QUOTE-IDNUM
                    ' LINES ' WS-LINE-COUNT ' VALID UNTIL '
                    WS-VALID-DATE
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
              END-IF
           END-IF.
       TAKE-QUOTE-LINE.
           MOVE ZERO TO WS-QTY WS-QUOTED-PRICE
           DISPLAY 'PRODUCT (BLANK TO FINISH): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-PRODNAME
           INSPECT WS-ENTRY-PRODNAME CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ENTRY-PRODNAME = SPACES
              MOVE 'Y' TO WS-LINES-DONE
           ELSE
              DISPLAY 'SIZE: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-SIZE
              INSPECT WS-ENTRY-SIZE CONVERTING
                 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              DISPLAY 'QUANTITY: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-QTY
              IF WS-ENTRY-QTY NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-ENTRY-QTY) = ZERO
                 AND FUNCTION NUMVAL(WS-ENTRY-QTY) > ZERO
                 AND FUNCTION NUMVAL(WS-ENTRY-QTY) < 10000
                 COMPUTE WS-QTY = FUNCTION NUMVAL(WS-ENTRY-QTY)
              END-IF
              PERFORM CHECK-PRODUCT-AND-SIZE
              IF WS-PRODUCT-OK = 'Y' AND WS-QTY > ZERO
                 PERFORM ACCEPT-QUOTED-PRICE
              END-IF
              EVALUATE TRUE
                 WHEN WS-PRODUCT-OK = 'N'
                    DISPLAY 'PRODUCT/SIZE NOT ON PRODMAST.DAT.'
                 WHEN WS-QTY = ZERO
                    DISPLAY 'QUANTITY MUST BE 1-9999.'
                 WHEN WS-QUOTED-PRICE = ZERO
                    DISPLAY 'NO PRICE TO QUOTE - LINE NOT TAKEN.'
                 WHEN WS-QUOTE-COUNT >= 3000
                    DISPLAY 'QUOTE FILE FULL.'
                    MOVE 'Y' TO WS-LINES-DONE
                 WHEN OTHER
                    PERFORM ADD-QUOTE-LINE
              END-EVALUATE
              IF WS-LINE-COUNT >= 20
                 DISPLAY 'QUOTE HOLDS 20 LINES - COMPLETE.'
                 MOVE 'Y' TO WS-LINES-DONE
              END-IF
           END-IF.
       ACCEPT-QUOTED-PRICE.
      * A BLANK ENTRY QUOTES THE LIST PRICE IN FORCE TODAY.
           PERFORM FIND-LIST-PRICE
           IF WS-LIST-PRICE > ZERO
              MOVE WS-LIST-PRICE TO WS-PRICE-EDIT
              DISPLAY 'LIST PRICE: ' WS-PRICE-EDIT
           ELSE
              DISPLAY 'NO LIST PRICE ON FILE.'
           END-IF
           DISPLAY 'QUOTED PRICE (BLANK FOR LIST): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-PRICE
           IF WS-ENTRY-PRICE = SPACES
              MOVE WS-LIST-PRICE TO WS-QUOTED-PRICE
           ELSE
              IF FUNCTION TEST-NUMVAL(WS-ENTRY-PRICE) = ZERO
                 COMPUTE WS-PRICE-WORK = FUNCTION NUMVAL(WS-ENTRY-PRICE)
                 IF WS-PRICE-WORK > ZERO AND WS-PRICE-WORK < 100000
                    MOVE WS-PRICE-WORK TO WS-QUOTED-PRICE
                 END-IF
              END-IF
           END-IF.
       ADD-QUOTE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO QUOTE-RECORD
           MOVE WS-QUOTE-NUM      TO QTE-QUOTE-NUM
           MOVE WS-LINE-COUNT     TO QTE-LINE-NUM
           MOVE WS-QUOTE-IDNUM    TO QTE-IDNUM
           MOVE WS-QUOTE-DATE     TO QTE-QUOTE-DATE
           MOVE WS-VALID-DATE     TO QTE-VALID-DATE
           MOVE WS-ENTRY-PRODNAME TO QTE-PRODNAME
           MOVE WS-ENTRY-SIZE     TO QTE-SIZE
           MOVE WS-QTY            TO QTE-QTY
           MOVE WS-QUOTED-PRICE   TO QTE-UNIT-PRICE
           MOVE 'O'               TO QTE-STATUS
           MOVE WS-CURRENT-DATE   TO QTE-STATUS-DATE
           MOVE ZERO              TO QTE-ORDER-NUM
           ADD 1 TO WS-QUOTE-COUNT
           MOVE QUOTE-RECORD TO WS-QTE-DATA(WS-QUOTE-COUNT)
           COMPUTE WS-QUOTE-VALUE =
              WS-QUOTE-VALUE + WS-QTY * WS-QUOTED-PRICE
           DISPLAY '  LINE ' WS-LINE-COUNT ' TAKEN.'.
       SHOWQUOTE.
           DISPLAY ' '
           PERFORM ACCEPT-QUOTE-NUMBER
           IF WS-QUOTE-FIRST = ZERO
              DISPLAY 'QUOTE NOT ON FILE.'
           ELSE
              PERFORM SET-QUOTE-STANDING
              DISPLAY 'QUOTE ' WS-QUOTE-NUM ' CUSTOMER '
                 WS-QUOTE-IDNUM
              DISPLAY 'QUOTED ' WS-QUOTE-DATE ' VALID UNTIL '
                 WS-VALID-DATE ' ' WS-QUOTE-STANDING
              DISPLAY 'LN PRODUCT    S  QTY    PRICE ST ORDER  REASON'
              PERFORM SHOW-ONE-LINE
                 VARYING WS-QUOTE-IDX FROM 1 BY 1
                 UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
              MOVE WS-QUOTE-VALUE TO WS-VALUE-EDIT
              DISPLAY 'QUOTE VALUE: ' WS-VALUE-EDIT
           END-IF.
       SHOW-ONE-LINE.
           MOVE WS-QTE-DATA(WS-QUOTE-IDX) TO QUOTE-RECORD
           IF QTE-QUOTE-NUM = WS-QUOTE-NUM
              MOVE QTE-UNIT-PRICE TO WS-PRICE-EDIT
              DISPLAY QTE-LINE-NUM ' ' QTE-PRODNAME ' ' QTE-SIZE ' '
                 QTE-QTY ' ' WS-PRICE-EDIT ' ' QTE-STATUS '  '
                 QTE-ORDER-NUM ' ' QTE-REASON
           END-IF.
       SET-QUOTE-STANDING.
      * LAPSED ONCE THE VALID DATE HAS PASSED WITH LINES STILL OPEN.
           IF WS-VALID-DATE < WS-CURRENT-DATE AND WS-OPEN-LINES > ZERO
              MOVE 'LAPSED' TO WS-QUOTE-STANDING
           ELSE
              MOVE SPACES TO WS-QUOTE-STANDING
           END-IF.
       ACCEPTQUOTE.
           DISPLAY ' '
           PERFORM ACCEPT-QUOTE-NUMBER
           EVALUATE TRUE
              WHEN WS-QUOTE-FIRST = ZERO
                 DISPLAY 'QUOTE NOT ON FILE.'
              WHEN WS-OPEN-LINES = ZERO
                 DISPLAY 'NO OPEN LINES LEFT ON THIS QUOTE.'
              WHEN WS-VALID-DATE < WS-CURRENT-DATE
                 DISPLAY 'QUOTE LAPSED ON ' WS-VALID-DATE
                    ' - A NEW QUOTE IS NEEDED.'
              WHEN OTHER
                 PERFORM QUEUE-QUOTE
           END-EVALUATE.
       QUEUE-QUOTE.
      * THE LINES GO ON ordertrans.dat WITH THE DETAILS ALREADY
      * WAITING THERE; THE QUOTE IS MARKED ONLY ONCE THE FILE HAS
      * BEEN WRITTEN BACK IN BALANCE.
           MOVE ZERO TO WS-SHIPTO-NUM
           DISPLAY 'SHIP-TO NUMBER (BLANK FOR MAIN ADDRESS): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-SHIPTO
           IF WS-ENTRY-SHIPTO NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENTRY-SHIPTO) = ZERO
              COMPUTE WS-SHIPTO-NUM = FUNCTION NUMVAL(WS-ENTRY-SHIPTO)
           END-IF
           PERFORM LOAD-TRANS-FILE
           EVALUATE TRUE
              WHEN WS-TRANS-OK = 'N'
                 DISPLAY 'ordertrans.dat NOT IN BALANCE - QUOTE NOT '
                    'QUEUED.'
              WHEN WS-TRANS-COUNT + WS-OPEN-LINES > 5000
                 DISPLAY 'ordertrans.dat FULL - QUOTE NOT QUEUED.'
                 MOVE 'N' TO WS-TRANS-OK
              WHEN OTHER
                 PERFORM QUEUE-QUOTE-LINE
                    VARYING WS-QUOTE-IDX FROM 1 BY 1
                    UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
                 PERFORM REWRITE-TRANS-FILE
           END-EVALUATE
           IF WS-TRANS-OK = 'Y'
              PERFORM MARK-QUOTE-ACCEPTED
                 VARYING WS-QUOTE-IDX FROM 1 BY 1
                 UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
              PERFORM REWRITE-QUOTE-FILE
              DISPLAY 'QUOTE ' WS-QUOTE-NUM ' ACCEPTED - '
                 WS-OPEN-LINES ' LINES QUEUED FOR ORDBATCH.'
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'QUOTE ' WS-QUOTE-NUM ' ACCEPTED - '
                 WS-OPEN-LINES ' LINES QUEUED'
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           END-IF.
       QUEUE-QUOTE-LINE.
           MOVE WS-QTE-DATA(WS-QUOTE-IDX) TO QUOTE-RECORD
           IF QTE-QUOTE-NUM = WS-QUOTE-NUM
              AND (QTE-OPEN OR QTE-REFUSED)
              MOVE SPACES TO TRANS-RECORD
              MOVE QTE-IDNUM      TO BT-IDNUM
              MOVE QTE-PRODNAME   TO BT-PRODNAME
              MOVE QTE-SIZE       TO BT-SIZE
              MOVE QTE-QTY        TO BT-QTY
              MOVE WS-SHIPTO-NUM  TO BT-SHIPTO-NUM
              MOVE QTE-QUOTE-NUM  TO BT-QUOTE-NUM
              MOVE QTE-LINE-NUM   TO BT-QUOTE-LINE
              MOVE QTE-UNIT-PRICE TO BT-QUOTE-PRICE
              ADD 1 TO WS-TRANS-COUNT
              MOVE TRANS-RECORD TO WS-TRANS-DATA(WS-TRANS-COUNT)
           END-IF.
       MARK-QUOTE-ACCEPTED.
           MOVE WS-QTE-DATA(WS-QUOTE-IDX) TO QUOTE-RECORD
           IF QTE-QUOTE-NUM = WS-QUOTE-NUM
              AND (QTE-OPEN OR QTE-REFUSED)
              MOVE 'A'             TO QTE-STATUS
              MOVE WS-CURRENT-DATE TO QTE-STATUS-DATE
              MOVE SPACES          TO QTE-REASON
              MOVE QUOTE-RECORD TO WS-QTE-DATA(WS-QUOTE-IDX)
           END-IF.
       DECLINEQUOTE.
           DISPLAY ' '
           PERFORM ACCEPT-QUOTE-NUMBER
           EVALUATE TRUE
              WHEN WS-QUOTE-FIRST = ZERO
                 DISPLAY 'QUOTE NOT ON FILE.'
              WHEN WS-OPEN-LINES = ZERO
                 DISPLAY 'NO OPEN LINES LEFT ON THIS QUOTE.'
              WHEN OTHER
                 DISPLAY 'REASON GIVEN: ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-REASON
                 INSPECT WS-ENTRY-REASON CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 PERFORM MARK-QUOTE-DECLINED
                    VARYING WS-QUOTE-IDX FROM 1 BY 1
                    UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
                 PERFORM REWRITE-QUOTE-FILE
                 DISPLAY 'QUOTE ' WS-QUOTE-NUM ' DECLINED - '
                    WS-OPEN-LINES ' LINES CLOSED.'
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'QUOTE ' WS-QUOTE-NUM ' DECLINED '
                    WS-ENTRY-REASON
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
           END-EVALUATE.
       MARK-QUOTE-DECLINED.
           MOVE WS-QTE-DATA(WS-QUOTE-IDX) TO QUOTE-RECORD
           IF QTE-QUOTE-NUM = WS-QUOTE-NUM
              AND (QTE-OPEN OR QTE-REFUSED)
              MOVE 'D'             TO QTE-STATUS
              MOVE WS-CURRENT-DATE TO QTE-STATUS-DATE
              MOVE WS-ENTRY-REASON TO QTE-REASON
              MOVE QUOTE-RECORD TO WS-QTE-DATA(WS-QUOTE-IDX)
           END-IF.
       LISTQUOTES.
      * ONE LINE PER QUOTE WITH LINES STILL OPEN, TAKEN AT ITS
      * FIRST LINE.
           DISPLAY ' '
           DISPLAY 'QUOTE  CUST  QUOTED   VALID TO LINES OPEN'
              '          VALUE'
           PERFORM LIST-ONE-QUOTE
              VARYING WS-LIST-IDX FROM 1 BY 1
              UNTIL WS-LIST-IDX > WS-QUOTE-COUNT.
       LIST-ONE-QUOTE.
           MOVE WS-QTE-DATA(WS-LIST-IDX) TO QUOTE-RECORD
           IF QTE-LINE-NUM = 1
              MOVE QTE-QUOTE-NUM TO WS-QUOTE-NUM
              PERFORM FIND-QUOTE
              IF WS-OPEN-LINES > ZERO
                 PERFORM SET-QUOTE-STANDING
                 MOVE WS-QUOTE-VALUE TO WS-VALUE-EDIT
                 DISPLAY WS-QUOTE-NUM ' ' WS-QUOTE-IDNUM ' '
                    WS-QUOTE-DATE ' ' WS-VALID-DATE '    '
                    WS-QUOTE-LINES '   ' WS-OPEN-LINES
                    WS-VALUE-EDIT ' ' WS-QUOTE-STANDING
              END-IF
           END-IF.
       LOAD-TRANS-FILE.
      * ordertrans.dat IS EITHER EMPTY (ORDBATCH RESETS IT AFTER
      * EVERY LOAD), MISSING, OR A COMPLETE TRANSFER WITH ITS HDR
      * AND TRL. A TRANSFER THAT DOES NOT BALANCE IS LEFT ALONE FOR
      * ORDBATCH TO REFUSE - ADDING TO IT WOULD HIDE THE BREAK.
           MOVE 'Y' TO WS-TRANS-OK
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE ZERO TO WS-EXPECTED-COUNT WS-TRANS-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ORDERTRANS
           IF WS-TRANS-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ ORDERTRANS
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       PERFORM STORE-TRANS-RECORD
                 END-READ
              END-PERFORM
              CLOSE ORDERTRANS
           END-IF
           EVALUATE TRUE
              WHEN WS-HEADER-SEEN = 'N' AND WS-TRAILER-SEEN = 'N'
                 AND WS-TRANS-COUNT = ZERO
                 MOVE SPACES TO TRANS-HEADER-RECORD
                 MOVE 'HDR' TO THR-RECORD-TYPE
                 MOVE WS-CURRENT-DATE TO THR-CREATE-DATE
                 MOVE 'QUOTATIONS' TO THR-SOURCE
                 MOVE TRANS-HEADER-RECORD TO WS-HEADER-DATA
              WHEN WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'N'
                 OR WS-TRANS-COUNT NOT = WS-EXPECTED-COUNT
                 MOVE 'N' TO WS-TRANS-OK
                 DISPLAY 'ordertrans.dat OUT OF BALANCE - TRAILER '
                    WS-EXPECTED-COUNT ' DETAILS ' WS-TRANS-COUNT
           END-EVALUATE.
       STORE-TRANS-RECORD.
           EVALUATE TRUE
              WHEN THR-HEADER
                 MOVE 'Y' TO WS-HEADER-SEEN
                 MOVE TRANS-HEADER-RECORD TO WS-HEADER-DATA
              WHEN TTR-TRAILER
                 MOVE 'Y' TO WS-TRAILER-SEEN
                 MOVE TTR-TRANS-COUNT TO WS-EXPECTED-COUNT
              WHEN WS-TRANS-COUNT >= 5000
                 MOVE 'N' TO WS-TRANS-OK
              WHEN OTHER
                 ADD 1 TO WS-TRANS-COUNT
                 MOVE TRANS-RECORD TO WS-TRANS-DATA(WS-TRANS-COUNT)
           END-EVALUATE.
       REWRITE-TRANS-FILE.
           OPEN OUTPUT ORDERTRANS
           IF WS-TRANS-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING ordertrans.dat, STATUS: '
                 WS-TRANS-STATUS
              MOVE 'N' TO WS-TRANS-OK
           ELSE
              MOVE WS-HEADER-DATA TO TRANS-HEADER-RECORD
              WRITE TRANS-HEADER-RECORD
              PERFORM WRITE-ONE-TRANS
                 VARYING WS-TRANS-IDX FROM 1 BY 1
                 UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
              MOVE SPACES TO TRANS-TRAILER-RECORD
              MOVE 'TRL' TO TTR-RECORD-TYPE
              MOVE WS-TRANS-COUNT TO TTR-TRANS-COUNT
              WRITE TRANS-TRAILER-RECORD
              CLOSE ORDERTRANS
           END-IF.
       WRITE-ONE-TRANS.
           MOVE WS-TRANS-DATA(WS-TRANS-IDX) TO TRANS-RECORD
           WRITE TRANS-RECORD.
       END PROGRAM QTEMNT.
