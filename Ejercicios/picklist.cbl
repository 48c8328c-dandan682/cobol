      * ORDERS.DAT LINES AND:
      *   - PRINTS A CONSOLIDATED PICK LIST (picklist.rpt) WITH THE
      *     QUANTITIES SUMMED PER PRODUCT AND SIZE AND SORTED IN
      *     WALKING SEQUENCE BY THE BIN EACH IS SHELVED IN ON THE
      *     BINMNT FILE binloc.dat, SO ONE WALK OF THE SHELVES
      *     COVERS EVERYTHING. ANYTHING WITHOUT A BIN COMES LAST,
      *     MARKED NO BIN. A KIT DEFINED ON kitdef.dat IS EXPLODED
      *     INTO ITS COMPONENTS, SINCE ONLY THE COMPONENTS ARE ON
      *     THE SHELVES
      *   - PRINTS ONE PACKING SLIP PER ORDER (packslip.rpt) WITH
      *     THE CUSTOMER'S NAME AND ADDRESS FROM CUSTOMER.DAT,
      *     FORMATTED THROUGH THE SHARED NAMEFMT ROUTINE - OR THE
      *     SHIP-TO ADDRESS FROM shipto.dat WHEN THE ORDER NAMES
      *     ONE; A KIT
      *     LINE LISTS WHAT THE KIT CONTAINS UNDER IT. THE SLIPS
      *     COME OUT IN WALKING SEQUENCE TOO, BY THE BIN OF THE
      *     ITEM (OR A KIT'S FIRST COMPONENT ON THE ROUTE), AND A
      *     KIT'S CONTENTS LIST IN ROUTE ORDER
      *   - MOVES THE PROCESSED ORDERS TO PICKED STATUS AND
      *     JOURNALS EACH MOVE TO ordstat.log THE WAY ORDMNT DOES
      *
      * THE OPEN LINES ARE FOUND THROUGH THE ORD-STATUS ALTERNATE
      * KEY AND THEIR PRIME KEYS NOTED; EACH IS THEN READ BY KEY,
      * SLIPPED AND REWRITTEN AS PICKED, SO THE STATUS KEY IS NEVER
      * CHANGED UNDER THE BROWSE THAT IS WALKING IT.
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
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL STATUS-JOURNAL ASSIGN TO "ordstat.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL KIT-FILE ASSIGN TO "kitdef.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
           SELECT OPTIONAL BIN-FILE ASSIGN TO "binloc.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BIN-STATUS.
           SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shipto.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPTO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDERS-FILE.
              03 ADDR-ZIP          PIC X(10).
           02 CUSTPHONE            PIC X(14).
           02 MAILFLAG             PIC X(01).
       FD SHIPTO-FILE.
           COPY SHTREC.
       FD PICK-REPORT.
       01 PICK-PRINT-LINE          PIC X(60).
       FD SLIP-REPORT.
          02 SJR-SIZE             PIC A.
          02 FILLER               PIC X.
          02 SJR-ORDER-NUM        PIC 9(6).
       FD KIT-FILE.
           COPY KITREC.
       FD BIN-FILE.
           COPY BINREC.
       WORKING-STORAGE SECTION.
       01 PICK-HEADING             PIC X(24) VALUE
          'CONSOLIDATED PICK LIST  '.
          02 PRN-SIZE              PIC A.
          02 FILLER                PIC X(11) VALUE ' PICK QTY: '.
          02 PRN-PICK-QTY          PIC ZZZZZ9.
          02 FILLER                PIC X(06) VALUE '  BIN '.
          02 PRN-PICK-BIN          PIC X(8).
       01 SLIP-HEADING             PIC X(14) VALUE 'PACKING SLIP  '.
       01 SLIP-ORDER-LINE.
          02 FILLER                PIC X(07) VALUE 'ORDER  '.
          02 PRN-SLIP-SIZE         PIC A.
          02 FILLER                PIC X(06) VALUE ' QTY: '.
          02 PRN-SLIP-QTY          PIC ZZZ9.
          02 FILLER                PIC X(06) VALUE '  BIN '.
          02 PRN-SLIP-BIN          PIC X(8).
       01 SLIP-COMPONENT-LINE.
          02 FILLER                PIC X(06) VALUE SPACES.
          02 FILLER                PIC X(09) VALUE 'CONTAINS '.
          02 PRN-COMP-QTY          PIC ZZZZZ9.
          02 FILLER                PIC X(03) VALUE ' X '.
          02 PRN-COMP-PROD         PIC X(10).
          02 FILLER                PIC X(06) VALUE ' SIZE '.
          02 PRN-COMP-SIZE         PIC A.
          02 FILLER                PIC X(06) VALUE '  BIN '.
          02 PRN-COMP-BIN          PIC X(8).
       01 SLIP-FOOTING             PIC X(19) VALUE
          '-------------------'.
       01 REPORT-FOOTING           PIC X(13) VALUE 'END OF REPORT'.
       01 WS-ORDERS-STATUS         PIC X(2).
       01 WS-CUSTFILE-STATUS       PIC X(2).
       01 WS-JOURNAL-STATUS        PIC X(2).
       01 WS-KIT-STATUS            PIC X(2).
       01 WS-BIN-STATUS            PIC X(2).
       01 WS-SHIPTO-STATUS         PIC X(2).
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
      * PRIME KEYS OF THE OPEN LINES THIS RUN WILL PICK, KEPT IN
      * WALKING SEQUENCE OF THE BIN EACH LINE IS PICKED FROM SO THE
      * SLIPS COME OUT IN ROUTE ORDER.
       01 WS-ORDER-TABLE.
          05 WS-ORDER-ENTRY OCCURS 5000 TIMES.
             10 WS-OPEN-SORT-KEY.
                15 WS-OPEN-BIN     PIC X(5).
                15 WS-OPEN-KEY     PIC X(10).
       01 WS-ORDER-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-ORDER-IDX             PIC 9(4) VALUE ZERO.
       01 WS-ORDER-MOVE-IDX        PIC 9(4) VALUE ZERO.
       01 WS-LINE-SORT-KEY.
          05 WS-LINE-BIN           PIC X(5).
          05 WS-LINE-KEY           PIC X(10).
      * COPY OF THE PICKED LINE, KEPT FOR THE JOURNAL BECAUSE THE
      * RECORD AREA IS NOT AVAILABLE AFTER THE REWRITE.
       01 WS-ORDER-IMAGE           PIC X(81).
      * THE CONSOLIDATED PICK TOTALS, KEPT IN WALKING SEQUENCE -
      * BIN, THEN PRODUCT/SIZE - BY INSERTING EACH NEW COMBINATION
      * AT ITS PLACE, THE WAY PRODMNT KEEPS ITS FILE IN NAME ORDER.
      * AN ITEM WITH NO BIN SORTS AT HIGH-VALUES, AFTER THE ROUTE.
       01 WS-PICK-TABLE.
          05 WS-PICK-ENTRY OCCURS 150 TIMES.
             10 WS-PCK-SORT-KEY.
                15 WS-PCK-BIN      PIC X(5).
                15 WS-PCK-KEY.
                   20 WS-PCK-PRODNAME PIC X(10).
                   20 WS-PCK-SIZE     PIC A.
             10 WS-PCK-QTY         PIC 9(6).
       01 WS-PICK-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-PICK-IDX              PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX              PIC 9(3) VALUE ZERO.
       01 WS-PICK-FOUND            PIC 9(3) VALUE ZERO.
       01 WS-NO-BIN-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-WORK-SORT-KEY.
          05 WS-WORK-BIN           PIC X(5).
          05 WS-WORK-KEY.
             10 WS-WORK-PRODNAME   PIC X(10).
             10 WS-WORK-SIZE       PIC A.
       01 WS-WORK-QTY              PIC 9(6) VALUE ZERO.
      * THE BINMNT BIN FILE, ALREADY IN WALKING SEQUENCE.
       01 WS-BIN-TABLE.
          05 WS-BIN-ENTRY OCCURS 150 TIMES.
             10 WS-BIN-PRODNAME    PIC X(10).
             10 WS-BIN-SIZE        PIC A.
             10 WS-BIN-LOCATION    PIC X(5).
       01 WS-BIN-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-BIN-IDX               PIC 9(3) VALUE ZERO.
       01 WS-BIN-PRINT.
          05 WS-BPR-AISLE          PIC X(2).
          05 FILLER                PIC X VALUE '-'.
          05 WS-BPR-BAY            PIC X(2).
          05 FILLER                PIC X VALUE '-'.
          05 WS-BPR-LEVEL          PIC X.
       01 WS-BIN-LOCATION-WORK.
          05 WS-BLW-AISLE          PIC X(2).
          05 WS-BLW-BAY            PIC X(2).
          05 WS-BLW-LEVEL          PIC X.
      * A KIT'S CONTENTS FOR ONE SLIP, PUT IN ROUTE ORDER BEFORE
      * THEY PRINT.
       01 WS-SLIP-COMP-TABLE.
          05 WS-SLIP-COMP-ENTRY OCCURS 20 TIMES.
             10 WS-SCP-SORT-KEY.
                15 WS-SCP-BIN      PIC X(5).
                15 WS-SCP-PRODNAME PIC X(10).
                15 WS-SCP-SIZE     PIC A.
             10 WS-SCP-QTY         PIC 9(6).
       01 WS-SLIP-COMP-COUNT       PIC 99 VALUE ZERO.
       01 WS-SLIP-COMP-IDX         PIC 99 VALUE ZERO.
       01 WS-SLIP-MOVE-IDX         PIC 99 VALUE ZERO.
      * THE KIT DEFINITIONS KITMNT MAINTAINS, ONE ENTRY PER
      * COMPONENT LINE.
       01 WS-KIT-TABLE.
          05 WS-KIT-ENTRY OCCURS 300 TIMES.
             10 WS-KIT-PRODNAME      PIC X(10).
             10 WS-KIT-SIZE          PIC A.
             10 WS-KIT-COMP-PRODNAME PIC X(10).
             10 WS-KIT-COMP-SIZE     PIC A.
             10 WS-KIT-COMP-QTY      PIC 9(3).
       01 WS-KIT-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-KIT-IDX               PIC 9(3) VALUE ZERO.
       01 WS-KIT-LINE              PIC X VALUE 'N'.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUST-DATA       PIC X(102).
       01 WS-CUST-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX              PIC 9(4) VALUE ZERO.
       01 WS-CUST-FOUND            PIC 9(4) VALUE ZERO.
      * THE SHIP-TO ADDRESSES FILE05 MAINTAINS, FOR ORDERS THAT ARE
      * PACKED FOR SOMEWHERE OTHER THAN THE MAIN ADDRESS.
       01 WS-SHIPTO-TABLE.
          05 WS-SHIPTO-ENTRY OCCURS 2000 TIMES.
             10 WS-SHT-DATA        PIC X(95).
       01 WS-SHIPTO-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-SHIPTO-IDX            PIC 9(4) VALUE ZERO.
       01 WS-SHIPTO-FOUND          PIC 9(4) VALUE ZERO.
       01 WS-PICKED-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-CURRENT-TIME          PIC 9(6).
       PROCEDURE DIVISION.
           DISPLAY 'PICKLIST - DAILY FULFILLMENT RUN'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'NO ORDERS.DAT, STATUS: ' WS-ORDERS-STATUS
              DISPLAY 'NO ORDERS ON FILE - NOTHING TO PICK'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-SHIPTO-TABLE
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-BIN-TABLE
           PERFORM COLLECT-OPEN-ORDERS
           IF WS-PICK-COUNT = ZERO
              DISPLAY 'NO OPEN ORDERS - NOTHING TO PICK'
              CLOSE ORDERS-FILE
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-PICK-LIST
           PERFORM WRITE-PACKING-SLIPS
           CLOSE ORDERS-FILE
           DISPLAY 'ORDERS MOVED TO PICKED: ' WS-PICKED-COUNT
           IF WS-NO-BIN-COUNT > ZERO
              DISPLAY 'PICK LINES WITH NO BIN: ' WS-NO-BIN-COUNT
                 ' - SEE BINEXC'
           END-IF
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'FULFILLMENT RUN - ORDERS PICKED '
           END-CALL
           MOVE 0 TO RETURN-CODE
           GOBACK.
       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF.
       LOAD-SHIPTO-TABLE.
      * NO shipto.dat SIMPLY MEANS EVERY SLIP GOES TO THE MAIN
      * ADDRESS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIPTO-FILE
           IF WS-SHIPTO-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SHIPTO-COUNT >= 2000
                 READ SHIPTO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SHIPTO-COUNT
                       MOVE SHIPTO-RECORD
                          TO WS-SHT-DATA(WS-SHIPTO-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SHIPTO-FILE
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
       LOAD-BIN-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BIN-FILE
           IF WS-BIN-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-BIN-COUNT >= 150
                 READ BIN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-BIN-COUNT
                       MOVE BIN-PRODNAME
                          TO WS-BIN-PRODNAME(WS-BIN-COUNT)
                       MOVE BIN-SIZE
                          TO WS-BIN-SIZE(WS-BIN-COUNT)
                       MOVE BIN-LOCATION
                          TO WS-BIN-LOCATION(WS-BIN-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BIN-FILE
           END-IF
           IF WS-BIN-COUNT = ZERO
              DISPLAY 'NO BINS ON binloc.dat - PICK LIST PRINTS IN '
                 'PRODUCT ORDER'
           END-IF.
       FIND-WORK-BIN.
      * BIN OF WS-WORK-KEY, OR HIGH-VALUES WHEN IT HAS NONE.
           MOVE HIGH-VALUES TO WS-WORK-BIN
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
              UNTIL WS-BIN-IDX > WS-BIN-COUNT
              IF WS-BIN-PRODNAME(WS-BIN-IDX) = WS-WORK-PRODNAME
                 AND WS-BIN-SIZE(WS-BIN-IDX) = WS-WORK-SIZE
                 MOVE WS-BIN-LOCATION(WS-BIN-IDX) TO WS-WORK-BIN
              END-IF
           END-PERFORM.
       FORMAT-BIN.
      * PRINTS WS-BIN-LOCATION-WORK AS AA-BB-L.
           IF WS-BIN-LOCATION-WORK = HIGH-VALUES
              MOVE 'NO BIN' TO WS-BIN-PRINT
           ELSE
              MOVE SPACES TO WS-BIN-PRINT
              MOVE WS-BLW-AISLE TO WS-BPR-AISLE
              MOVE '-' TO WS-BIN-PRINT(3:1)
              MOVE WS-BLW-BAY   TO WS-BPR-BAY
              MOVE '-' TO WS-BIN-PRINT(6:1)
              MOVE WS-BLW-LEVEL TO WS-BPR-LEVEL
           END-IF.
       COLLECT-OPEN-ORDERS.
      * WALK THE OPEN LINES ALONG THE STATUS KEY; THEY COME IN THE
      * ORDER THEY WERE WRITTEN.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'O' TO ORD-STATUS
           START ORDERS-FILE KEY IS EQUAL TO ORD-STATUS
              INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
              READ ORDERS-FILE NEXT RECORD
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF ORD-OPEN
                       PERFORM COLLECT-ONE-OPEN-ORDER
                    ELSE
                       SET WS-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM.
       COLLECT-ONE-OPEN-ORDER.
           IF WS-ORDER-COUNT < 5000
      * A KIT GOES ONTO THE PICK LIST AS ITS COMPONENTS, EACH FOR
      * ITS QUANTITY PER KIT TIMES THE KITS ORDERED. THE LINE'S
      * SLIP SORTS BY THE FIRST BIN ON THE ROUTE IT NEEDS.
              MOVE HIGH-VALUES TO WS-LINE-BIN
              MOVE ORD-KEY TO WS-LINE-KEY
              MOVE 'N' TO WS-KIT-LINE
              PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                 UNTIL WS-KIT-IDX > WS-KIT-COUNT
                 IF WS-KIT-PRODNAME(WS-KIT-IDX) = ORD-PRODNAME
                    AND WS-KIT-SIZE(WS-KIT-IDX) = ORD-SIZE
                    MOVE 'Y' TO WS-KIT-LINE
                    MOVE WS-KIT-COMP-PRODNAME(WS-KIT-IDX)
                       TO WS-WORK-PRODNAME
                    MOVE WS-KIT-COMP-SIZE(WS-KIT-IDX)
                       TO WS-WORK-SIZE
                    COMPUTE WS-WORK-QTY =
                       WS-KIT-COMP-QTY(WS-KIT-IDX) * ORD-QTY
                    PERFORM ADD-TO-PICK-TABLE
                 END-IF
              END-PERFORM
              IF WS-KIT-LINE = 'N'
                 MOVE ORD-PRODNAME TO WS-WORK-PRODNAME
                 MOVE ORD-SIZE     TO WS-WORK-SIZE
                 MOVE ORD-QTY      TO WS-WORK-QTY
                 PERFORM ADD-TO-PICK-TABLE
              END-IF
              PERFORM INSERT-ORDER-IN-ROUTE
           ELSE
              DISPLAY 'ORDER TABLE FULL - LINE LEFT OPEN: '
                 ORDER-RECORD
           END-IF.
       INSERT-ORDER-IN-ROUTE.
           MOVE WS-ORDER-COUNT TO WS-ORDER-MOVE-IDX
           ADD 1 TO WS-ORDER-COUNT
           PERFORM UNTIL WS-ORDER-MOVE-IDX < 1
              OR WS-OPEN-SORT-KEY(WS-ORDER-MOVE-IDX)
                 <= WS-LINE-SORT-KEY
              MOVE WS-ORDER-ENTRY(WS-ORDER-MOVE-IDX)
                 TO WS-ORDER-ENTRY(WS-ORDER-MOVE-IDX + 1)
              SUBTRACT 1 FROM WS-ORDER-MOVE-IDX
           END-PERFORM
           MOVE WS-LINE-SORT-KEY
              TO WS-OPEN-SORT-KEY(WS-ORDER-MOVE-IDX + 1).
       ADD-TO-PICK-TABLE.
           PERFORM FIND-WORK-BIN
           IF WS-WORK-BIN < WS-LINE-BIN
              MOVE WS-WORK-BIN TO WS-LINE-BIN
           END-IF
           MOVE ZERO TO WS-PICK-FOUND
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
              UNTIL WS-PICK-IDX > WS-PICK-COUNT
              END-IF
           END-PERFORM
           IF WS-PICK-FOUND > ZERO
              ADD WS-WORK-QTY TO WS-PCK-QTY(WS-PICK-FOUND)
           ELSE
              IF WS-PICK-COUNT < 150
                 PERFORM INSERT-IN-KEY-ORDER
           MOVE WS-PICK-COUNT TO WS-MOVE-IDX
           ADD 1 TO WS-PICK-COUNT
           PERFORM UNTIL WS-MOVE-IDX < 1
              OR WS-PCK-SORT-KEY(WS-MOVE-IDX) <= WS-WORK-SORT-KEY
              MOVE WS-PICK-ENTRY(WS-MOVE-IDX)
                 TO WS-PICK-ENTRY(WS-MOVE-IDX + 1)
              SUBTRACT 1 FROM WS-MOVE-IDX
           END-PERFORM
           COMPUTE WS-PICK-IDX = WS-MOVE-IDX + 1
           MOVE WS-WORK-SORT-KEY TO WS-PCK-SORT-KEY(WS-PICK-IDX)
           MOVE WS-WORK-QTY TO WS-PCK-QTY(WS-PICK-IDX).
       WRITE-PICK-LIST.
           OPEN OUTPUT PICK-REPORT
           WRITE PICK-PRINT-LINE FROM PICK-HEADING
           MOVE WS-PCK-PRODNAME(WS-PICK-IDX) TO PRN-PRODNAME
           MOVE WS-PCK-SIZE(WS-PICK-IDX)     TO PRN-SIZE
           MOVE WS-PCK-QTY(WS-PICK-IDX)      TO PRN-PICK-QTY
           MOVE WS-PCK-BIN(WS-PICK-IDX)      TO WS-BIN-LOCATION-WORK
           IF WS-BIN-LOCATION-WORK = HIGH-VALUES
              ADD 1 TO WS-NO-BIN-COUNT
           END-IF
           PERFORM FORMAT-BIN
           MOVE WS-BIN-PRINT                 TO PRN-PICK-BIN
           WRITE PICK-PRINT-LINE FROM PICK-DETAIL-LINE.
       WRITE-PACKING-SLIPS.
      * ONE SLIP PER OPEN ORDER; EACH LINE IS READ BACK BY ITS KEY
      * AND REWRITTEN AS PICKED AS ITS SLIP PRINTS.
           OPEN OUTPUT SLIP-REPORT
           PERFORM WRITE-ONE-SLIP
              VARYING WS-ORDER-IDX FROM 1 BY 1
           WRITE SLIP-PRINT-LINE FROM REPORT-FOOTING
           CLOSE SLIP-REPORT.
       WRITE-ONE-SLIP.
           MOVE WS-OPEN-KEY(WS-ORDER-IDX) TO ORD-KEY
           READ ORDERS-FILE
              KEY IS ORD-KEY
              INVALID KEY MOVE SPACE TO ORD-STATUS
           END-READ
           IF WS-ORDERS-STATUS = '00' AND ORD-OPEN
              WRITE SLIP-PRINT-LINE FROM SLIP-HEADING
              MOVE ORD-ORDER-NUM TO PRN-ORDER-NUM
              MOVE ORD-DATE      TO PRN-ORD-DATE
              MOVE ORD-PRODNAME TO PRN-SLIP-PROD
              MOVE ORD-SIZE     TO PRN-SLIP-SIZE
              MOVE ORD-QTY      TO PRN-SLIP-QTY
              MOVE WS-OPEN-BIN(WS-ORDER-IDX) TO WS-BIN-LOCATION-WORK
              MOVE 'N' TO WS-KIT-LINE
              MOVE ZERO TO WS-SLIP-COMP-COUNT
              PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                 UNTIL WS-KIT-IDX > WS-KIT-COUNT
                 IF WS-KIT-PRODNAME(WS-KIT-IDX) = ORD-PRODNAME
                    AND WS-KIT-SIZE(WS-KIT-IDX) = ORD-SIZE
                    MOVE 'Y' TO WS-KIT-LINE
                    PERFORM ADD-SLIP-COMPONENT
                 END-IF
              END-PERFORM
      * A KIT IS NOT ITSELF ON A SHELF; ITS BIN SHOWS AGAINST EACH
      * COMPONENT INSTEAD.
              IF WS-KIT-LINE = 'Y'
                 MOVE SPACES TO PRN-SLIP-BIN
              ELSE
                 PERFORM FORMAT-BIN
                 MOVE WS-BIN-PRINT TO PRN-SLIP-BIN
              END-IF
              WRITE SLIP-PRINT-LINE FROM SLIP-ITEM-LINE
              PERFORM WRITE-SLIP-COMPONENT
                 VARYING WS-SLIP-COMP-IDX FROM 1 BY 1
                 UNTIL WS-SLIP-COMP-IDX > WS-SLIP-COMP-COUNT
              WRITE SLIP-PRINT-LINE FROM SLIP-FOOTING
              WRITE SLIP-PRINT-LINE FROM SLIP-BLANK-LINE
              MOVE 'P' TO ORD-STATUS
              MOVE ORDER-RECORD TO WS-ORDER-IMAGE
              REWRITE ORDER-RECORD
                 INVALID KEY
                    DISPLAY 'ERROR REWRITING ORDERS.DAT, STATUS: '
                       WS-ORDERS-STATUS
                 NOT INVALID KEY
                    MOVE WS-ORDER-IMAGE TO ORDER-RECORD
                    ADD 1 TO WS-PICKED-COUNT
                    PERFORM WRITE-STATUS-JOURNAL
              END-REWRITE
           END-IF.
       ADD-SLIP-COMPONENT.
      * INSERTED IN ROUTE ORDER, LIKE THE PICK TOTALS.
           IF WS-SLIP-COMP-COUNT < 20
              MOVE WS-KIT-COMP-PRODNAME(WS-KIT-IDX) TO WS-WORK-PRODNAME
              MOVE WS-KIT-COMP-SIZE(WS-KIT-IDX)     TO WS-WORK-SIZE
              PERFORM FIND-WORK-BIN
              MOVE WS-SLIP-COMP-COUNT TO WS-SLIP-MOVE-IDX
              ADD 1 TO WS-SLIP-COMP-COUNT
              PERFORM UNTIL WS-SLIP-MOVE-IDX < 1
                 OR WS-SCP-SORT-KEY(WS-SLIP-MOVE-IDX)
                    <= WS-WORK-SORT-KEY
                 MOVE WS-SLIP-COMP-ENTRY(WS-SLIP-MOVE-IDX)
                    TO WS-SLIP-COMP-ENTRY(WS-SLIP-MOVE-IDX + 1)
                 SUBTRACT 1 FROM WS-SLIP-MOVE-IDX
              END-PERFORM
              ADD 1 TO WS-SLIP-MOVE-IDX
              MOVE WS-WORK-SORT-KEY
                 TO WS-SCP-SORT-KEY(WS-SLIP-MOVE-IDX)
              COMPUTE WS-SCP-QTY(WS-SLIP-MOVE-IDX) =
                 WS-KIT-COMP-QTY(WS-KIT-IDX) * ORD-QTY
           END-IF.
       WRITE-SLIP-COMPONENT.
           MOVE WS-SCP-QTY(WS-SLIP-COMP-IDX)      TO PRN-COMP-QTY
           MOVE WS-SCP-PRODNAME(WS-SLIP-COMP-IDX) TO PRN-COMP-PROD
           MOVE WS-SCP-SIZE(WS-SLIP-COMP-IDX)     TO PRN-COMP-SIZE
           MOVE WS-SCP-BIN(WS-SLIP-COMP-IDX)  TO WS-BIN-LOCATION-WORK
           PERFORM FORMAT-BIN
           MOVE WS-BIN-PRINT                      TO PRN-COMP-BIN
           WRITE SLIP-PRINT-LINE FROM SLIP-COMPONENT-LINE.
       WRITE-SLIP-ADDRESS.
      * AN ORDER FOR ONE OF THE CUSTOMER'S SHIP-TO ADDRESSES IS
      * PACKED FOR THAT ADDRESS; ONE WHOSE SHIP-TO HAS SINCE GONE
      * FROM THE FILE FALLS BACK TO THE MAIN ADDRESS, FLAGGED.
           MOVE ZERO TO WS-SHIPTO-FOUND
           IF ORD-SHIPTO-NUM IS NUMERIC AND ORD-SHIPTO-NUM > ZERO
              PERFORM VARYING WS-SHIPTO-IDX FROM 1 BY 1
                 UNTIL WS-SHIPTO-IDX > WS-SHIPTO-COUNT
                 MOVE WS-SHT-DATA(WS-SHIPTO-IDX) TO SHIPTO-RECORD
                 IF SHT-IDNUM = ORD-IDNUM
                    AND SHT-SHIPTO-NUM = ORD-SHIPTO-NUM
                    MOVE WS-SHIPTO-IDX TO WS-SHIPTO-FOUND
                 END-IF
              END-PERFORM
              IF WS-SHIPTO-FOUND = ZERO
                 MOVE SPACES TO PRN-ADDR-TEXT
                 STRING '** SHIP-TO ' ORD-SHIPTO-NUM
                    ' NOT ON FILE - MAIN ADDRESS **'
                    DELIMITED BY SIZE INTO PRN-ADDR-TEXT
                 WRITE SLIP-PRINT-LINE FROM SLIP-ADDRESS-LINE
              END-IF
           END-IF
           IF WS-SHIPTO-FOUND > ZERO
              PERFORM WRITE-SHIPTO-ADDRESS
           ELSE
              PERFORM WRITE-MAIN-ADDRESS
           END-IF.
       WRITE-SHIPTO-ADDRESS.
           MOVE WS-SHT-DATA(WS-SHIPTO-FOUND) TO SHIPTO-RECORD
           MOVE SHT-NAME       TO PRN-ADDR-TEXT
           WRITE SLIP-PRINT-LINE FROM SLIP-ADDRESS-LINE
           MOVE SHT-ADDR-LINE1 TO PRN-ADDR-TEXT
           WRITE SLIP-PRINT-LINE FROM SLIP-ADDRESS-LINE
           MOVE SHT-CITY       TO PRN-CITY
           MOVE SHT-STATE      TO PRN-STATE
           MOVE SHT-ZIP        TO PRN-ZIP
           WRITE SLIP-PRINT-LINE FROM SLIP-CSZ-LINE.
       WRITE-MAIN-ADDRESS.
           MOVE ZERO TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
           OPEN EXTEND STATUS-JOURNAL
           IF WS-JOURNAL-STATUS = '00' OR '05'
              MOVE SPACES          TO STATUS-JOURNAL-RECORD
              MOVE ORD-LINE-NUM    TO SJR-SEQ
              MOVE 'O'             TO SJR-OLD-STATUS
              MOVE 'P'             TO SJR-NEW-STATUS
              MOVE WS-CURRENT-DATE TO SJR-DATE
              DISPLAY 'ERROR ON JOURNAL OPEN - FILE STATUS '
                 WS-JOURNAL-STATUS
           END-IF.
       END PROGRAM PICKLIST.
