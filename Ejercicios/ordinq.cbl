      * THE ordstat.log JOURNAL ORDMNT WRITES - SO 'WHAT HAPPENED
      * TO MY ORDER' STOPS MEANING A SCAN BY CUSTOMER AND DATE.
      * RUNS AS A MENU SO CUSTOMER SERVICE CAN WALK SEVERAL ORDERS
      * IN ONE SITTING. THE ORDER FILE IS INDEXED ON ORDER NUMBER
      * AND LINE, SO THE LOOKUP STARTS AT LINE ZERO OF THE ORDER AND
      * READS ITS LINES IN KEY ORDER INSTEAD OF SCANNING THE FILE.
      * EACH PACKAGE THE ORDER WENT OUT IN IS SHOWN FROM THE
      * shipment.dat LINES ORDMNT WROTE AT DISPATCH - CARRIER,
      * TRACKING NUMBER, SHIP DATE AND WEIGHT - SO A 'WHERE IS MY
      * PARCEL' CALL CAN BE PASSED STRAIGHT TO THE CARRIER.
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
           SELECT STATUS-JOURNAL ASSIGN TO "ordstat.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL SHIPMENT-FILE ASSIGN TO "shipment.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDERS-FILE.
          02 SJR-SIZE             PIC A.
          02 FILLER               PIC X.
          02 SJR-ORDER-NUM        PIC 9(6).
       FD SHIPMENT-FILE.
           COPY SHPREC.
       WORKING-STORAGE SECTION.
       01 WS-ORDERS-STATUS   PIC X(2).
       01 WS-JOURNAL-STATUS  PIC X(2).
       01 WS-SHIPMENT-STATUS PIC X(2).
       01 WS-PACKAGE-COUNT   PIC 9(4) VALUE ZERO.
       01 DIS-WEIGHT         PIC ZZ9.9.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
       01 WS-MORE-INQUIRIES  PIC X VALUE 'Y'.
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'NO ORDERS.DAT, STATUS: ' WS-ORDERS-STATUS
           ELSE
              MOVE WS-ORDNUM-NUM TO ORD-ORDER-NUM
              MOVE ZERO TO ORD-LINE-NUM
              START ORDERS-FILE KEY IS NOT LESS THAN ORD-KEY
                 INVALID KEY SET WS-EOF TO TRUE
              END-START
              PERFORM UNTIL WS-EOF
                 READ ORDERS-FILE NEXT RECORD
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF ORD-ORDER-NUM = WS-ORDNUM-NUM
                          MOVE 'Y' TO WS-FOUND
                          PERFORM DISPLAY-ORDER-DETAIL
                       ELSE
                          SET WS-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              DISPLAY 'NO ORDER CARRIES NUMBER ' WS-ORDNUM-NUM
           ELSE
              PERFORM SHOW-STATUS-HISTORY
              PERFORM SHOW-SHIPMENTS
           END-IF.
       DISPLAY-ORDER-DETAIL.
           MOVE ORD-UNIT-PRICE TO DIS-UNIT-PRICE
           MOVE ORD-EXT-PRICE  TO DIS-EXT-PRICE
           DISPLAY 'ORDER NUMBER : ' ORD-ORDER-NUM
              ' LINE ' ORD-LINE-NUM
           DISPLAY 'ORDER DATE   : ' ORD-DATE
           DISPLAY 'CUSTOMER     : ' ORD-IDNUM
           DISPLAY 'PRODUCT      : ' ORD-PRODNAME ' SIZE ' ORD-SIZE
                 DISPLAY 'HISTORY      : NO STATUS MOVES ON FILE'
              END-IF
           END-IF.
       SHOW-SHIPMENTS.
           MOVE ZERO TO WS-PACKAGE-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ SHIPMENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF SHP-ORDER-NUM = WS-ORDNUM-NUM
                          PERFORM SHOW-ONE-SHIPMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SHIPMENT-FILE
           END-IF
           IF WS-PACKAGE-COUNT = ZERO
              DISPLAY 'SHIPMENT     : NOT DISPATCHED'
           END-IF.
       SHOW-ONE-SHIPMENT.
           ADD 1 TO WS-PACKAGE-COUNT
           MOVE SHP-WEIGHT TO DIS-WEIGHT
           DISPLAY 'SHIPMENT     : LINE ' SHP-LINE-NUM ' PACKAGE '
              SHP-SHIP-NUM ' SHIPPED ' SHP-SHIP-DATE
           DISPLAY 'CARRIER      : ' SHP-CARRIER ' TRACKING '
              SHP-TRACKING ' WEIGHT ' DIS-WEIGHT ' LBS TO '
              SHP-STATE.
       END PROGRAM ORDINQ.
