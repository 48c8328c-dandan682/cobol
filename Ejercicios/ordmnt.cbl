      ***************************************
      * ORDER STATUS MAINTENANCE, IN THE STYLE OF THE FILE05 MENU.
      * MOVES ORDERS.DAT LINES THROUGH THE LIFECYCLE ORDER01 STARTS
      * (OPEN, PICKED, SHIPPED, CANCELLED, BACKORDERED). THE INDEXED
      * FILE IS OPEN I-O WHILE THE MENU IS UP; A CHANGE READS THE
      * LINE BY ITS ORDER NUMBER AND LINE KEY AND REWRITES IT IN
      * PLACE, AND EVERY STATUS MOVE IS JOURNALED TO ordstat.log
      * WITH THE OLD AND NEW STATE.
      *
      * ALLOWED MOVES: OPEN TO PICKED/CANCELLED/BACKORDERED,
      * BACKORDERED TO OPEN/CANCELLED, PICKED TO SHIPPED/OPEN/
      * CANCELLED. SHIPPED AND CANCELLED ARE FINAL - SHIPPED STOCK
      * COMES BACK ONLY THROUGH THE RETURNS PATH.
      *
      * PICKED LINES MOVE TO SHIPPED ONLY BY DISPATCHING THEM IN A
      * PACKAGE: THE CARRIER, TRACKING NUMBER AND WEIGHT ARE TAKEN
      * ONCE FOR THE PACKAGE, THEN ITS ORDER LINES - ALL FOR ONE
      * CUSTOMER AND ONE DELIVERY ADDRESS. THE FREIGHT IS CHARGED
      * FROM THE CARRIER RATE TABLE freightrate.dat BY WEIGHT AND THE
      * DESTINATION STATE - THE CUSTOMER'S ADDR-STATE, OR THE STATE
      * OF THE SHIP-TO ADDRESS (shipto.dat) THE LINES CARRY - AND
      * THE PACKAGE IS WRITTEN TO shipment.dat, ONE LINE PER ORDER
      * LINE, FOR INVBILL AND ORDINQ.
      *
      * THE OPERATOR SIGNS ON THROUGH SIGNON FIRST. LISTING IS OPEN
      * TO ANY OPERATOR; STATUS CHANGES AND DISPATCH NEED UPDATE
      * AUTHORITY (CLERKS UNLESS progauth.dat SAYS SUPERVISORS),
      * AND THE OPERATOR ID IS CARRIED ON EACH ordstat.log LINE.
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
           SELECT OPTIONAL STATUS-JOURNAL ASSIGN TO "ordstat.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL SHIPMENT-FILE ASSIGN TO "shipment.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPMENT-STATUS.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "freightrate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shipto.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPTO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDERS-FILE.
          02 SJR-SIZE             PIC A.
          02 FILLER               PIC X.
          02 SJR-ORDER-NUM        PIC 9(6).
          02 FILLER               PIC X.
          02 SJR-OPERATOR         PIC X(8).
       FD SHIPMENT-FILE.
           COPY SHPREC.
       FD RATE-FILE.
           COPY FRTREC.
       FD SHIPTO-FILE.
           COPY SHTREC.
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
       01 WS-ORDERS-STATUS   PIC X(2).
       01 WS-JOURNAL-STATUS  PIC X(2).
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
      * COPY OF THE CHANGED LINE, KEPT FOR THE JOURNAL BECAUSE THE
      * RECORD AREA IS NOT AVAILABLE AFTER THE REWRITE.
       01 WS-ORDER-IMAGE     PIC X(81).
       01 WS-ORDER-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-ORDNUM    PIC X(6).
       01 WS-FOUND           PIC X VALUE 'N'.
       01 WS-ENTRY-STATUS    PIC X.
       01 WS-OLD-STATUS      PIC X.
       01 WS-MOVE-OK         PIC X VALUE 'N'.
       01 WS-CURRENT-DATE    PIC 9(8).
       01 WS-CURRENT-TIME    PIC 9(6).
       01 WS-SHIPMENT-STATUS PIC X(2).
       01 WS-RATE-STATUS     PIC X(2).
       01 WS-CUSTFILE-STATUS PIC X(2).
      * THE CARRIER RATE TABLE, LOADED WHEN THE MENU OPENS.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 500 TIMES.
             10 WS-FRT-CARRIER    PIC X(4).
             10 WS-FRT-STATE      PIC X(2).
             10 WS-FRT-MAX-WEIGHT PIC 9(3)V9.
             10 WS-FRT-CHARGE     PIC 9(5)V99.
       01 WS-RATE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-RATE-IDX        PIC 9(3) VALUE ZERO.
      * EACH CUSTOMER'S ADDR-STATE, THE PACKAGE DESTINATION.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUST-IDNUM     PIC 9(5).
             10 WS-CUST-STATE     PIC X(2).
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX        PIC 9(4) VALUE ZERO.
      * THE STATE OF EACH SHIP-TO ADDRESS, FOR LINES SHIPPED THERE.
       01 WS-SHIPTO-STATUS   PIC X(2).
       01 WS-SHIPTO-TABLE.
          05 WS-SHIPTO-ENTRY OCCURS 2000 TIMES.
             10 WS-SHT-IDNUM      PIC 9(5).
             10 WS-SHT-NUM        PIC 9(2).
             10 WS-SHT-STATE      PIC X(2).
       01 WS-SHIPTO-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-SHIPTO-IDX      PIC 9(4) VALUE ZERO.
       01 WS-LINE-SHIPTO     PIC 9(2) VALUE ZERO.
      * THE PACKAGE BEING MADE UP: ITS DETAILS AND ORDER LINES.
       01 WS-PKG-CARRIER     PIC X(4).
       01 WS-PKG-TRACKING    PIC X(20).
       01 WS-PKG-WEIGHT      PIC 9(3)V9 VALUE ZERO.
       01 WS-PKG-IDNUM       PIC 9(5) VALUE ZERO.
       01 WS-PKG-SHIPTO      PIC 9(2) VALUE ZERO.
       01 WS-PKG-STATE       PIC X(2).
       01 WS-PKG-FREIGHT     PIC 9(5)V99 VALUE ZERO.
       01 WS-PKG-RATE-FOUND  PIC X VALUE 'N'.
       01 WS-PKG-BEST-WEIGHT PIC 9(3)V9 VALUE ZERO.
       01 WS-PKG-BEST-STATE  PIC X(2).
       01 WS-PKG-SHIP-NUM    PIC 9(6) VALUE ZERO.
       01 WS-PKG-TABLE.
          05 WS-PKG-KEY OCCURS 50 TIMES PIC X(10).
       01 WS-PKG-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-PKG-IDX         PIC 9(2) VALUE ZERO.
       01 WS-PKG-SHIPPED     PIC 9(2) VALUE ZERO.
       01 WS-PKG-OK          PIC X VALUE 'N'.
       01 WS-PKG-DONE        PIC X VALUE 'N'.
       01 WS-ENTRY-LINE      PIC X(4).
       01 WS-ENTRY-WEIGHT    PIC X(6).
       01 DIS-FREIGHT        PIC ZZZZ9.99.
       01 WS-SIGNON-PROG     PIC X(6) VALUE 'SIGNON'.
       01 SIGNON-PARMS.
          05 SGN-PROGRAM        PIC X(8) VALUE 'ORDMNT'.
          05 SGN-UPDATE-DEFAULT PIC X VALUE 'C'.
          05 SGN-OPERATOR-ID    PIC X(8).
          05 SGN-AUTHORITY      PIC X.
          05 SGN-CAN-UPDATE     PIC X.
             88 SGN-UPDATE-ALLOWED VALUE 'Y'.
          05 SGN-RC             PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'ORDMNT - ORDER STATUS MAINTENANCE'
           CALL WS-SIGNON-PROG USING SIGNON-PARMS
              ON EXCEPTION MOVE 8 TO SGN-RC
           END-CALL
           IF SGN-RC NOT = ZERO
              DISPLAY 'SIGN-ON FAILED - PROGRAM ENDED.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'NO ORDERS.DAT, STATUS: ' WS-ORDERS-STATUS
              DISPLAY 'NO ORDERS ON FILE - NOTHING TO MAINTAIN'
              GOBACK
           END-IF
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-CUSTOMER-STATES
           PERFORM LOAD-SHIPTO-STATES
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'ORDER RECORDS'
              DISPLAY ' '
              DISPLAY '1 : LIST ORDERS'
              DISPLAY '2 : CHANGE ORDER STATUS'
              DISPLAY '3 : DISPATCH PACKAGE'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM LISTORDERS
                 WHEN 2 THRU 3
                    IF SGN-UPDATE-ALLOWED
                       PERFORM MAINTAIN-ORDER
                    ELSE
                       DISPLAY 'CHANGES REQUIRE SUPERVISOR AUTHORITY.'
                    END-IF
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           CLOSE ORDERS-FILE
           GOBACK.
       MAINTAIN-ORDER.
           EVALUATE CHOICE
              WHEN 2 PERFORM CHANGESTATUS
              WHEN 3 PERFORM DISPATCHPACKAGE
           END-EVALUATE.
       LISTORDERS.
      * WALK THE FILE IN ORDER NUMBER AND LINE SEQUENCE FROM THE
      * LOWEST KEY; THE ORDER-ZERO LINES COME FIRST, AND THEIR LINE
      * NUMBER IS THE Lnnnn CHANGESTATUS TAKES.
           DISPLAY ' '
           MOVE ZERO TO WS-ORDER-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO ORD-KEY
           START ORDERS-FILE KEY IS NOT LESS THAN ORD-KEY
              INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
              READ ORDERS-FILE NEXT RECORD
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM LIST-ONE-ORDER
              END-READ
           END-PERFORM
           DISPLAY 'ORDERS ON FILE: ' WS-ORDER-COUNT.
       LIST-ONE-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           IF ORD-STATUS = SPACE
              MOVE 'O' TO ORD-STATUS
           END-IF
           DISPLAY ORD-LINE-NUM ' ' ORDER-RECORD.
       CHANGESTATUS.
      * ORDERS ARE PICKED OUT BY THEIR ASSIGNED ORDER NUMBER; A
      * PRE-NUMBERING LINE (NUMBER ZERO) CAN STILL BE REACHED BY
      * ITS LINE NUMBER PREFIXED WITH L. AN ENTERED ORDER NUMBER
      * TAKES LINE 1 OF THAT ORDER.
           DISPLAY ' '
           DISPLAY 'ENTER ORDER NUMBER (OR Lnnnn): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-ORDNUM
           MOVE 'N' TO WS-FOUND
           EVALUATE TRUE
              WHEN WS-ENTRY-ORDNUM(1:1) = 'L'
                 AND WS-ENTRY-ORDNUM(2:4) IS NUMERIC
                 MOVE ZERO TO ORD-ORDER-NUM
                 MOVE WS-ENTRY-ORDNUM(2:4) TO ORD-LINE-NUM
                 PERFORM READ-ORDER-BY-KEY
              WHEN WS-ENTRY-ORDNUM IS NUMERIC
                 AND WS-ENTRY-ORDNUM NOT = ZERO
                 MOVE WS-ENTRY-ORDNUM TO ORD-ORDER-NUM
                 MOVE 1 TO ORD-LINE-NUM
                 PERFORM READ-ORDER-BY-KEY
              WHEN OTHER
                 DISPLAY 'ORDER NUMBER MUST BE NUMERIC.'
           END-EVALUATE
           IF WS-FOUND = 'N'
              DISPLAY 'NO SUCH ORDER.'
           ELSE
              PERFORM APPLY-STATUS-CHANGE
           END-IF.
       READ-ORDER-BY-KEY.
           READ ORDERS-FILE
              KEY IS ORD-KEY
              INVALID KEY MOVE 'N' TO WS-FOUND
              NOT INVALID KEY MOVE 'Y' TO WS-FOUND
           END-READ.
       APPLY-STATUS-CHANGE.
           IF ORD-STATUS = SPACE
              MOVE 'O' TO ORD-STATUS
           END-IF
           IF WS-MOVE-OK = 'N'
              DISPLAY 'STATUS MOVE NOT ALLOWED: ' WS-OLD-STATUS
                 ' TO ' WS-ENTRY-STATUS
              IF WS-OLD-STATUS = 'P' AND WS-ENTRY-STATUS = 'S'
                 DISPLAY 'SHIP PICKED LINES THROUGH DISPATCH PACKAGE.'
              END-IF
           ELSE
              MOVE WS-ENTRY-STATUS TO ORD-STATUS
              MOVE ORDER-RECORD TO WS-ORDER-IMAGE
              REWRITE ORDER-RECORD
                 INVALID KEY
                    DISPLAY 'ERROR REWRITING ORDERS.DAT, STATUS: '
                       WS-ORDERS-STATUS
                 NOT INVALID KEY
                    MOVE WS-ORDER-IMAGE TO ORDER-RECORD
                    PERFORM WRITE-STATUS-JOURNAL
                    DISPLAY 'STATUS CHANGED: ' WS-OLD-STATUS ' TO '
                       WS-ENTRY-STATUS
              END-REWRITE
           END-IF.
       CHECK-STATUS-MOVE.
           MOVE 'N' TO WS-MOVE-OK
              WHEN 'O' ALSO 'B' MOVE 'Y' TO WS-MOVE-OK
              WHEN 'B' ALSO 'O' MOVE 'Y' TO WS-MOVE-OK
              WHEN 'B' ALSO 'C' MOVE 'Y' TO WS-MOVE-OK
              WHEN 'P' ALSO 'O' MOVE 'Y' TO WS-MOVE-OK
              WHEN 'P' ALSO 'C' MOVE 'Y' TO WS-MOVE-OK
           END-EVALUATE.
           OPEN EXTEND STATUS-JOURNAL
           IF WS-JOURNAL-STATUS = '00' OR '05'
              MOVE SPACES          TO STATUS-JOURNAL-RECORD
              MOVE ORD-LINE-NUM    TO SJR-SEQ
              MOVE WS-OLD-STATUS   TO SJR-OLD-STATUS
              MOVE WS-ENTRY-STATUS TO SJR-NEW-STATUS
              MOVE WS-CURRENT-DATE TO SJR-DATE
              MOVE ORD-PRODNAME    TO SJR-PRODNAME
              MOVE ORD-SIZE        TO SJR-SIZE
              MOVE ORD-ORDER-NUM   TO SJR-ORDER-NUM
              MOVE SGN-OPERATOR-ID TO SJR-OPERATOR
              WRITE STATUS-JOURNAL-RECORD
              CLOSE STATUS-JOURNAL
           ELSE
              DISPLAY 'ERROR ON JOURNAL OPEN - FILE STATUS '
                 WS-JOURNAL-STATUS
           END-IF.
       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-RATE-COUNT >= 500
                 READ RATE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RATE-COUNT
                       MOVE FRT-CARRIER
                          TO WS-FRT-CARRIER(WS-RATE-COUNT)
                       MOVE FRT-STATE
                          TO WS-FRT-STATE(WS-RATE-COUNT)
                       MOVE FRT-MAX-WEIGHT
                          TO WS-FRT-MAX-WEIGHT(WS-RATE-COUNT)
                       MOVE FRT-CHARGE
                          TO WS-FRT-CHARGE(WS-RATE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF
           IF WS-RATE-COUNT = ZERO
              DISPLAY 'NO FREIGHT RATES ON freightrate.dat - '
                 'PACKAGES CANNOT BE DISPATCHED'
           END-IF.
       LOAD-CUSTOMER-STATES.
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
                       MOVE ADDR-STATE
                          TO WS-CUST-STATE(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY 'NO CUSTOMER.DAT, STATUS: ' WS-CUSTFILE-STATUS
           END-IF.
       LOAD-SHIPTO-STATES.
      * NO shipto.dat SIMPLY MEANS EVERY PACKAGE GOES TO THE MAIN
      * ADDRESS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIPTO-FILE
           IF WS-SHIPTO-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SHIPTO-COUNT >= 2000
                 READ SHIPTO-FILE
                    AT END SET WS-EOF TO TRUE
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
       DISPATCHPACKAGE.
      * THE PACKAGE DETAILS FIRST, THEN ITS PICKED ORDER LINES ONE
      * AT A TIME UNTIL A BLANK ORDER NUMBER CLOSES IT. NOTHING IS
      * CHANGED UNTIL THE PACKAGE IS CLOSED AND ITS FREIGHT PRICED.
           DISPLAY ' '
           MOVE 'N' TO WS-PKG-OK
           MOVE ZERO TO WS-PKG-COUNT WS-PKG-IDNUM WS-PKG-WEIGHT
           MOVE SPACES TO WS-PKG-STATE
           DISPLAY 'CARRIER CODE: ' WITH NO ADVANCING
           ACCEPT WS-PKG-CARRIER
           INSPECT WS-PKG-CARRIER CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-FRT-CARRIER(WS-RATE-IDX) = WS-PKG-CARRIER
                 AND WS-PKG-CARRIER NOT = SPACES
                 MOVE 'Y' TO WS-PKG-OK
              END-IF
           END-PERFORM
           IF WS-PKG-OK = 'N'
              DISPLAY 'NO RATES ON FILE FOR CARRIER ' WS-PKG-CARRIER
           ELSE
              DISPLAY 'TRACKING NUMBER: ' WITH NO ADVANCING
              ACCEPT WS-PKG-TRACKING
              DISPLAY 'PACKAGE WEIGHT (LBS): ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-WEIGHT
              IF WS-ENTRY-WEIGHT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-ENTRY-WEIGHT) = ZERO
                 AND FUNCTION NUMVAL(WS-ENTRY-WEIGHT) > ZERO
                 AND FUNCTION NUMVAL(WS-ENTRY-WEIGHT) < 1000
                 COMPUTE WS-PKG-WEIGHT ROUNDED =
                    FUNCTION NUMVAL(WS-ENTRY-WEIGHT)
              END-IF
              EVALUATE TRUE
                 WHEN WS-PKG-TRACKING = SPACES
                    DISPLAY 'A TRACKING NUMBER IS NEEDED.'
                    MOVE 'N' TO WS-PKG-OK
                 WHEN WS-PKG-WEIGHT = ZERO
                    DISPLAY 'WEIGHT MUST BE 0.1 TO 999.9 LBS.'
                    MOVE 'N' TO WS-PKG-OK
              END-EVALUATE
           END-IF
           IF WS-PKG-OK = 'Y'
              MOVE 'N' TO WS-PKG-DONE
              PERFORM UNTIL WS-PKG-DONE = 'Y'
                 PERFORM ADD-PACKAGE-LINE
              END-PERFORM
              IF WS-PKG-COUNT = ZERO
                 DISPLAY 'NO LINES IN THE PACKAGE - NOTHING SHIPPED.'
              ELSE
                 PERFORM PRICE-FREIGHT
                 IF WS-PKG-RATE-FOUND = 'N'
                    DISPLAY 'NO ' WS-PKG-CARRIER ' RATE TO '
                       WS-PKG-STATE ' FOR ' WS-ENTRY-WEIGHT
                       ' LBS - PACKAGE NOT DISPATCHED.'
                 ELSE
                    PERFORM SHIP-PACKAGE
                 END-IF
              END-IF
           END-IF.
       ADD-PACKAGE-LINE.
           DISPLAY 'ORDER NUMBER (BLANK TO CLOSE PACKAGE): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-ORDNUM
           MOVE 'N' TO WS-FOUND
           EVALUATE TRUE
              WHEN WS-ENTRY-ORDNUM = SPACES
                 MOVE 'Y' TO WS-PKG-DONE
              WHEN WS-ENTRY-ORDNUM IS NUMERIC
                 AND WS-ENTRY-ORDNUM NOT = ZERO
                 MOVE WS-ENTRY-ORDNUM TO ORD-ORDER-NUM
                 DISPLAY 'LINE NUMBER (BLANK FOR 1): '
                    WITH NO ADVANCING
                 ACCEPT WS-ENTRY-LINE
                 MOVE 1 TO ORD-LINE-NUM
                 IF WS-ENTRY-LINE NOT = SPACES
                    IF FUNCTION TEST-NUMVAL(WS-ENTRY-LINE) = ZERO
                       COMPUTE ORD-LINE-NUM =
                          FUNCTION NUMVAL(WS-ENTRY-LINE)
                    ELSE
                       MOVE ZERO TO ORD-LINE-NUM
                    END-IF
                 END-IF
                 PERFORM READ-ORDER-BY-KEY
              WHEN OTHER
                 DISPLAY 'ORDER NUMBER MUST BE NUMERIC.'
           END-EVALUATE
           IF WS-FOUND = 'Y'
              PERFORM CHECK-PACKAGE-LINE
           ELSE
              IF WS-PKG-DONE = 'N'
                 DISPLAY 'NO SUCH ORDER LINE.'
              END-IF
           END-IF.
       CHECK-PACKAGE-LINE.
      * ONLY A PICKED LINE SHIPS, ONCE, AND A PACKAGE GOES TO ONE
      * CUSTOMER AT ONE ADDRESS.
           MOVE ZERO TO WS-LINE-SHIPTO
           IF ORD-SHIPTO-NUM IS NUMERIC
              MOVE ORD-SHIPTO-NUM TO WS-LINE-SHIPTO
           END-IF
           MOVE 'Y' TO WS-MOVE-OK
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
              UNTIL WS-PKG-IDX > WS-PKG-COUNT
              IF WS-PKG-KEY(WS-PKG-IDX) = ORD-KEY
                 MOVE 'N' TO WS-MOVE-OK
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN NOT ORD-PICKED
                 DISPLAY 'LINE IS NOT PICKED - STATUS ' ORD-STATUS
              WHEN WS-MOVE-OK = 'N'
                 DISPLAY 'LINE IS ALREADY IN THIS PACKAGE.'
              WHEN WS-PKG-COUNT > ZERO AND ORD-IDNUM NOT = WS-PKG-IDNUM
                 DISPLAY 'LINE IS FOR CUSTOMER ' ORD-IDNUM
                    ' - THIS PACKAGE GOES TO ' WS-PKG-IDNUM
              WHEN WS-PKG-COUNT > ZERO
                 AND WS-LINE-SHIPTO NOT = WS-PKG-SHIPTO
                 DISPLAY 'LINE GOES TO SHIP-TO ' WS-LINE-SHIPTO
                    ' - THIS PACKAGE GOES TO SHIP-TO ' WS-PKG-SHIPTO
              WHEN WS-PKG-COUNT >= 50
                 DISPLAY 'PACKAGE IS FULL - CLOSE IT FIRST.'
              WHEN OTHER
                 IF WS-PKG-COUNT = ZERO
                    MOVE ORD-IDNUM TO WS-PKG-IDNUM
                    PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       IF WS-CUST-IDNUM(WS-CUST-IDX) = ORD-IDNUM
                          MOVE WS-CUST-STATE(WS-CUST-IDX)
                             TO WS-PKG-STATE
                       END-IF
                    END-PERFORM
                    MOVE WS-LINE-SHIPTO TO WS-PKG-SHIPTO
                    PERFORM VARYING WS-SHIPTO-IDX FROM 1 BY 1
                       UNTIL WS-SHIPTO-IDX > WS-SHIPTO-COUNT
                       IF WS-SHT-IDNUM(WS-SHIPTO-IDX) = ORD-IDNUM
                          AND WS-SHT-NUM(WS-SHIPTO-IDX) = WS-PKG-SHIPTO
                          AND WS-PKG-SHIPTO > ZERO
                          MOVE WS-SHT-STATE(WS-SHIPTO-IDX)
                             TO WS-PKG-STATE
                       END-IF
                    END-PERFORM
                 END-IF
                 ADD 1 TO WS-PKG-COUNT
                 MOVE ORD-KEY TO WS-PKG-KEY(WS-PKG-COUNT)
                 DISPLAY 'IN PACKAGE: ' ORD-ORDER-NUM ' LINE '
                    ORD-LINE-NUM ' ' ORD-PRODNAME ' ' ORD-SIZE
                    ' QTY ' ORD-QTY
           END-EVALUATE.
       PRICE-FREIGHT.
      * THE SMALLEST WEIGHT BAND THAT TAKES THE PACKAGE, FOR THE
      * DESTINATION STATE IF THE CARRIER HAS ONE, ELSE ITS ** RATE.
           MOVE 'N' TO WS-PKG-RATE-FOUND
           MOVE ZERO TO WS-PKG-FREIGHT WS-PKG-BEST-WEIGHT
           MOVE SPACES TO WS-PKG-BEST-STATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-FRT-CARRIER(WS-RATE-IDX) = WS-PKG-CARRIER
                 AND WS-FRT-MAX-WEIGHT(WS-RATE-IDX) >= WS-PKG-WEIGHT
                 AND (WS-FRT-STATE(WS-RATE-IDX) = WS-PKG-STATE
                    OR WS-FRT-STATE(WS-RATE-IDX) = '**')
                 IF WS-PKG-RATE-FOUND = 'N'
                    OR (WS-FRT-STATE(WS-RATE-IDX) = WS-PKG-STATE
                       AND WS-PKG-BEST-STATE = '**')
                    OR (WS-FRT-STATE(WS-RATE-IDX) = WS-PKG-BEST-STATE
                       AND WS-FRT-MAX-WEIGHT(WS-RATE-IDX)
                          < WS-PKG-BEST-WEIGHT)
                    MOVE 'Y' TO WS-PKG-RATE-FOUND
                    MOVE WS-FRT-STATE(WS-RATE-IDX)
                       TO WS-PKG-BEST-STATE
                    MOVE WS-FRT-MAX-WEIGHT(WS-RATE-IDX)
                       TO WS-PKG-BEST-WEIGHT
                    MOVE WS-FRT-CHARGE(WS-RATE-IDX) TO WS-PKG-FREIGHT
                 END-IF
              END-IF
           END-PERFORM.
       SHIP-PACKAGE.
      * EACH LINE IS READ BACK, MOVED TO SHIPPED AND JOURNALED, AND
      * GETS ITS SHIPMENT LINE; THE FREIGHT RIDES ON THE FIRST.
           PERFORM FIND-NEXT-SHIP-NUMBER
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-PKG-SHIPPED
           OPEN EXTEND SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING shipment.dat, STATUS: '
                 WS-SHIPMENT-STATUS ' - PACKAGE NOT DISPATCHED.'
           ELSE
              PERFORM SHIP-ONE-LINE
                 VARYING WS-PKG-IDX FROM 1 BY 1
                 UNTIL WS-PKG-IDX > WS-PKG-COUNT
              CLOSE SHIPMENT-FILE
              MOVE WS-PKG-FREIGHT TO DIS-FREIGHT
              DISPLAY 'PACKAGE ' WS-PKG-SHIP-NUM ' DISPATCHED - '
                 WS-PKG-SHIPPED ' LINES, FREIGHT ' DIS-FREIGHT
           END-IF.
       SHIP-ONE-LINE.
           MOVE WS-PKG-KEY(WS-PKG-IDX) TO ORD-KEY
           PERFORM READ-ORDER-BY-KEY
           IF WS-FOUND = 'Y' AND ORD-PICKED
              MOVE 'P' TO WS-OLD-STATUS
              MOVE 'S' TO WS-ENTRY-STATUS
              MOVE 'S' TO ORD-STATUS
              MOVE ORDER-RECORD TO WS-ORDER-IMAGE
              REWRITE ORDER-RECORD
                 INVALID KEY
                    DISPLAY 'ERROR REWRITING ORDERS.DAT, STATUS: '
                       WS-ORDERS-STATUS
                 NOT INVALID KEY
                    MOVE WS-ORDER-IMAGE TO ORDER-RECORD
                    PERFORM WRITE-STATUS-JOURNAL
                    PERFORM WRITE-SHIPMENT-LINE
              END-REWRITE
           ELSE
              DISPLAY 'LINE NO LONGER PICKED, LEFT OUT: '
                 WS-PKG-KEY(WS-PKG-IDX)
           END-IF.
       WRITE-SHIPMENT-LINE.
           MOVE SPACES TO SHIPMENT-RECORD
           MOVE WS-PKG-SHIP-NUM TO SHP-SHIP-NUM
           MOVE WS-CURRENT-DATE TO SHP-SHIP-DATE
           MOVE WS-PKG-CARRIER  TO SHP-CARRIER
           MOVE WS-PKG-TRACKING TO SHP-TRACKING
           MOVE WS-PKG-WEIGHT   TO SHP-WEIGHT
           MOVE WS-PKG-STATE    TO SHP-STATE
           MOVE ORD-IDNUM       TO SHP-IDNUM
           MOVE ORD-ORDER-NUM   TO SHP-ORDER-NUM
           MOVE ORD-LINE-NUM    TO SHP-LINE-NUM
           IF WS-PKG-SHIPPED = ZERO
              MOVE WS-PKG-FREIGHT TO SHP-FREIGHT
           ELSE
              MOVE ZERO TO SHP-FREIGHT
           END-IF
           WRITE SHIPMENT-RECORD
           ADD 1 TO WS-PKG-SHIPPED.
       FIND-NEXT-SHIP-NUMBER.
      * PACKAGES ARE NUMBERED ON FROM THE HIGHEST ON shipment.dat.
           MOVE ZERO TO WS-PKG-SHIP-NUM
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ SHIPMENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF SHP-SHIP-NUM IS NUMERIC
                          AND SHP-SHIP-NUM > WS-PKG-SHIP-NUM
                          MOVE SHP-SHIP-NUM TO WS-PKG-SHIP-NUM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SHIPMENT-FILE
           END-IF
           ADD 1 TO WS-PKG-SHIP-NUM.
       END PROGRAM ORDMNT.
