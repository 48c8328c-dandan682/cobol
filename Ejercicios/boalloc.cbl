       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BOALLOC.
      ***************************************
      * BACKORDER ALLOCATION, RUN AFTER INVRCPT HAS POSTED THE DAY'S
      * RECEIPTS. THE BACKORDERED ORDERS.DAT LINES ARE TAKEN PER
      * PRODUCT/SIZE, OLDEST ORDER DATE (THEN LOWEST ORDER NUMBER)
      * FIRST, AND GIVEN THE ON-HAND STOCK IN THAT ORDER:
      *   - A LINE THE SHELF NOW COVERS IN FULL MOVES BACK TO OPEN,
      *     ITS QUANTITY IS RELIEVED FROM ONHAND.DAT AND RECORDED IN
      *     THE STKMOVE.DAT HISTORY, AND THE MOVE IS JOURNALED TO
      *     ordstat.log THE WAY ORDMNT JOURNALS ONE
      *   - ONCE A LINE CANNOT BE COVERED, IT AND EVERY LATER LINE
      *     FOR THAT PRODUCT/SIZE KEEP WAITING, SO A SMALL NEW ORDER
      *     NEVER JUMPS AN OLDER ONE
      *   - A KIT DEFINED ON kitdef.dat HAS NO SHELF OF ITS OWN; ITS
      *     LINE IS RELEASED ONLY WHEN EVERY COMPONENT COVERS ITS
      *     SHARE, AND THE COMPONENTS ARE WHAT IS RELIEVED
      * THE ALLOCATION REPORT boalloc.rpt LISTS EVERY BACKORDERED
      * LINE AS RELEASED OR STILL WAITING. THE BACKORDERED LINES ARE
      * FOUND THROUGH THE ORD-STATUS ALTERNATE KEY AND EACH RELEASE
      * IS READ BACK AND REWRITTEN BY ITS ORDER/LINE KEY.
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
           SELECT OPTIONAL ONHAND-FILE ASSIGN TO "ONHAND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ONHAND-STATUS.
           SELECT OPTIONAL STATUS-JOURNAL ASSIGN TO "ordstat.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ALLOCATION-REPORT ASSIGN TO "boalloc.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KIT-FILE ASSIGN TO "kitdef.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDERS-FILE.
           COPY ORDREC.
       FD ONHAND-FILE.
       01 ONHAND-RECORD.
          02 OH-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 OH-SIZE              PIC A.
          02 FILLER               PIC X.
          02 OH-ONHAND            PIC 9(6).
          02 FILLER               PIC X.
          02 OH-REORDER           PIC 9(6).
       FD STATUS-JOURNAL.
       01 STATUS-JOURNAL-RECORD.
          02 SJR-SEQ              PIC 9(4).
          02 FILLER               PIC X.
          02 SJR-OLD-STATUS       PIC X.
          02 FILLER               PIC X.
          02 SJR-NEW-STATUS       PIC X.
          02 FILLER               PIC X.
          02 SJR-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 SJR-TIME             PIC 9(6).
          02 FILLER               PIC X.
          02 SJR-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 SJR-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 SJR-SIZE             PIC A.
          02 FILLER               PIC X.
          02 SJR-ORDER-NUM        PIC 9(6).
       FD ALLOCATION-REPORT.
       01 PRINT-LINE               PIC X(80).
       FD KIT-FILE.
           COPY KITREC.
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING             PIC X(20) VALUE
          'BACKORDER ALLOCATION'.
       01 COLUMN-HEADING-1.
          02 FILLER                PIC X(40) VALUE
             'PRODUCT    SIZE ORDER   ORD DATE CUST   '.
          02 FILLER                PIC X(30) VALUE
             ' QTY ON HAND  ACTION'.
       01 ALLOCATION-DETAIL-LINE.
          02 PRN-PRODNAME          PIC X(10).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 PRN-SIZE              PIC A.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 PRN-ORDER-NUM         PIC 9(6).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 PRN-ORD-DATE          PIC 9(8).
          02 FILLER                PIC X(01) VALUE SPACE.
          02 PRN-IDNUM             PIC 9(5).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 PRN-QTY               PIC ZZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 PRN-ONHAND            PIC ZZZZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 PRN-ACTION            PIC X(20).
       01 COUNT-LINE-1.
          02 FILLER                PIC X(21) VALUE
             'BACKORDERED LINES:   '.
          02 PRN-BACKORDER-COUNT   PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER                PIC X(21) VALUE
             'RELEASED TO OPEN:    '.
          02 PRN-RELEASED-COUNT    PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER                PIC X(21) VALUE
             'STILL WAITING:       '.
          02 PRN-WAITING-COUNT     PIC ZZZZ9.
       01 REPORT-FOOTING           PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE               PIC X(80) VALUE SPACES.
       01 WS-ORDERS-STATUS         PIC X(2).
       01 WS-ONHAND-STATUS         PIC X(2).
       01 WS-JOURNAL-STATUS        PIC X(2).
       01 WS-KIT-STATUS            PIC X(2).
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
       01 WS-CURRENT-DATE          PIC 9(8).
      * THE TIME REGISTER CARRIES HHMMSSCC; ONLY HHMMSS IS KEPT.
       01 WS-TIME-RAW              PIC 9(8).
       01 WS-TIME-R REDEFINES WS-TIME-RAW.
          05 WS-CURRENT-TIME       PIC 9(6).
          05 FILLER                PIC 9(2).
      * COPY OF THE RELEASED LINE, KEPT FOR THE JOURNAL AND THE
      * MOVEMENT HISTORY BECAUSE THE RECORD AREA IS NOT AVAILABLE
      * AFTER THE REWRITE.
       01 WS-ORDER-IMAGE           PIC X(81).
      * THE BACKORDERED LINES IN ALLOCATION ORDER, KEPT SORTED BY
      * INSERTING EACH AT ITS PLACE THE WAY PICKLIST KEEPS ITS PICK
      * TOTALS.
       01 WS-BACKORDER-TABLE.
          05 WS-BACKORDER-ENTRY OCCURS 2000 TIMES.
             10 WS-BO-KEY.
                15 WS-BO-PRODNAME  PIC X(10).
                15 WS-BO-SIZE      PIC A.
                15 WS-BO-DATE      PIC 9(8).
                15 WS-BO-ORDER-NUM PIC 9(6).
                15 WS-BO-LINE-NUM  PIC 9(4).
       01 WS-BACKORDER-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-BACKORDER-IDX         PIC 9(4) VALUE ZERO.
       01 WS-MOVE-IDX              PIC 9(4) VALUE ZERO.
       01 WS-WORK-KEY.
          05 WS-WORK-PRODNAME      PIC X(10).
          05 WS-WORK-SIZE          PIC A.
          05 WS-WORK-DATE          PIC 9(8).
          05 WS-WORK-ORDER-NUM     PIC 9(6).
          05 WS-WORK-LINE-NUM      PIC 9(4).
       01 WS-ONHAND-TABLE.
          05 WS-ONHAND-ENTRY OCCURS 150 TIMES.
             10 WS-OH-PRODNAME     PIC X(10).
             10 WS-OH-SIZE         PIC A.
             10 WS-OH-ONHAND       PIC 9(6).
             10 WS-OH-REORDER      PIC 9(6).
      * SET ONCE A LINE FOR THE PRODUCT/SIZE HAS HAD TO WAIT.
             10 WS-OH-BLOCKED      PIC X.
       01 WS-ONHAND-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-IDX            PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-FOUND          PIC 9(3) VALUE ZERO.
      * THE KIT DEFINITIONS KITMNT MAINTAINS, ONE ENTRY PER
      * COMPONENT LINE. THE BLOCKED FLAG IS SET ON EVERY LINE OF A
      * KIT ONCE ONE OF ITS ORDERS HAS HAD TO WAIT.
       01 WS-KIT-TABLE.
          05 WS-KIT-ENTRY OCCURS 300 TIMES.
             10 WS-KIT-PRODNAME      PIC X(10).
             10 WS-KIT-SIZE          PIC A.
             10 WS-KIT-COMP-PRODNAME PIC X(10).
             10 WS-KIT-COMP-SIZE     PIC A.
             10 WS-KIT-COMP-QTY      PIC 9(3).
             10 WS-KIT-BLOCKED       PIC X.
       01 WS-KIT-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-KIT-IDX               PIC 9(3) VALUE ZERO.
       01 WS-KIT-LINE              PIC X VALUE 'N'.
       01 WS-KIT-WAIT              PIC X VALUE 'N'.
       01 WS-KIT-SHORT             PIC X VALUE 'N'.
       01 WS-COMP-FOUND            PIC 9(3) VALUE ZERO.
       01 WS-COMP-NEED             PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-WAITING-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-LOGMSG-PROG           PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM           PIC X(8) VALUE 'BOALLOC'.
          05 LOG-SEVERITY          PIC X.
          05 LOG-MESSAGE           PIC X(80).
       01 WS-STKMOVE-PROG          PIC X(7) VALUE 'STKMOVE'.
       01 STKMOVE-PARMS.
          05 SMV-DATE              PIC 9(8).
          05 SMV-PRODNAME          PIC X(10).
          05 SMV-SIZE              PIC X.
          05 SMV-SOURCE            PIC X(8) VALUE 'BOALLOC'.
          05 SMV-REF               PIC 9(6).
          05 SMV-QTY               PIC S9(6).
          05 SMV-BALANCE           PIC 9(6).
          05 SMV-RC                PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'BOALLOC - BACKORDER ALLOCATION'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'NO ORDERS.DAT, STATUS: ' WS-ORDERS-STATUS
              DISPLAY 'NO BACKORDERED LINES - NOTHING TO ALLOCATE'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM COLLECT-BACKORDERS
           IF WS-BACKORDER-COUNT = ZERO
              DISPLAY 'NO BACKORDERED LINES - NOTHING TO ALLOCATE'
              CLOSE ORDERS-FILE
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ONHAND-TABLE
           PERFORM LOAD-KIT-TABLE
           OPEN OUTPUT ALLOCATION-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING-1
           PERFORM ALLOCATE-ONE-LINE
              VARYING WS-BACKORDER-IDX FROM 1 BY 1
              UNTIL WS-BACKORDER-IDX > WS-BACKORDER-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-BACKORDER-COUNT TO PRN-BACKORDER-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-RELEASED-COUNT TO PRN-RELEASED-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-WAITING-COUNT TO PRN-WAITING-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE ALLOCATION-REPORT, ORDERS-FILE
           IF WS-RELEASED-COUNT > ZERO
              PERFORM REWRITE-ONHAND-FILE
           END-IF
           DISPLAY 'BACKORDERED LINES: ' WS-BACKORDER-COUNT
           DISPLAY 'RELEASED TO OPEN:  ' WS-RELEASED-COUNT
           DISPLAY 'STILL WAITING:     ' WS-WAITING-COUNT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'BACKORDER ALLOCATION - RELEASED ' WS-RELEASED-COUNT
              ' STILL WAITING ' WS-WAITING-COUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           MOVE 0 TO RETURN-CODE
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE ALLOCATION ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-ONHAND-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ONHAND-FILE
           IF WS-ONHAND-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-ONHAND-COUNT >= 150
                 READ ONHAND-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ONHAND-COUNT
                       MOVE OH-PRODNAME
                          TO WS-OH-PRODNAME(WS-ONHAND-COUNT)
                       MOVE OH-SIZE
                          TO WS-OH-SIZE(WS-ONHAND-COUNT)
                       MOVE OH-ONHAND
                          TO WS-OH-ONHAND(WS-ONHAND-COUNT)
                       MOVE OH-REORDER
                          TO WS-OH-REORDER(WS-ONHAND-COUNT)
                       MOVE 'N' TO WS-OH-BLOCKED(WS-ONHAND-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ONHAND-FILE
           ELSE
              DISPLAY 'ERROR OPENING ONHAND.DAT, STATUS: '
                 WS-ONHAND-STATUS
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
                       MOVE 'N' TO WS-KIT-BLOCKED(WS-KIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE KIT-FILE
           END-IF.
       COLLECT-BACKORDERS.
      * WALK THE BACKORDERED LINES ALONG THE STATUS KEY. A LINE
      * PAST THE TABLE SIMPLY WAITS FOR THE NEXT RUN.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'B' TO ORD-STATUS
           START ORDERS-FILE KEY IS EQUAL TO ORD-STATUS
              INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
              READ ORDERS-FILE NEXT RECORD
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF NOT ORD-BACKORDERED
                       SET WS-EOF TO TRUE
                    ELSE
                       PERFORM COLLECT-ONE-BACKORDER
                    END-IF
              END-READ
           END-PERFORM.
       COLLECT-ONE-BACKORDER.
           IF WS-BACKORDER-COUNT < 2000
              MOVE ORD-PRODNAME  TO WS-WORK-PRODNAME
              MOVE ORD-SIZE      TO WS-WORK-SIZE
              MOVE ORD-DATE      TO WS-WORK-DATE
              MOVE ORD-ORDER-NUM TO WS-WORK-ORDER-NUM
              MOVE ORD-LINE-NUM  TO WS-WORK-LINE-NUM
              PERFORM INSERT-IN-KEY-ORDER
           ELSE
              DISPLAY 'BACKORDER TABLE FULL - LINE LEFT WAITING: '
                 ORD-ORDER-NUM
           END-IF.
       INSERT-IN-KEY-ORDER.
           MOVE WS-BACKORDER-COUNT TO WS-MOVE-IDX
           ADD 1 TO WS-BACKORDER-COUNT
           PERFORM UNTIL WS-MOVE-IDX < 1
              OR WS-BO-KEY(WS-MOVE-IDX) <= WS-WORK-KEY
              MOVE WS-BACKORDER-ENTRY(WS-MOVE-IDX)
                 TO WS-BACKORDER-ENTRY(WS-MOVE-IDX + 1)
              SUBTRACT 1 FROM WS-MOVE-IDX
           END-PERFORM
           COMPUTE WS-BACKORDER-IDX = WS-MOVE-IDX + 1
           MOVE WS-WORK-KEY TO WS-BO-KEY(WS-BACKORDER-IDX).
       ALLOCATE-ONE-LINE.
           MOVE WS-BO-ORDER-NUM(WS-BACKORDER-IDX) TO ORD-ORDER-NUM
           MOVE WS-BO-LINE-NUM(WS-BACKORDER-IDX)  TO ORD-LINE-NUM
           READ ORDERS-FILE
              KEY IS ORD-KEY
              INVALID KEY
                 DISPLAY 'ORDER LINE NOT ON FILE: ' ORD-ORDER-NUM
                    ' LINE ' ORD-LINE-NUM
           END-READ
           MOVE ZERO TO WS-ONHAND-FOUND
           PERFORM VARYING WS-ONHAND-IDX FROM 1 BY 1
              UNTIL WS-ONHAND-IDX > WS-ONHAND-COUNT
              IF WS-OH-PRODNAME(WS-ONHAND-IDX) = ORD-PRODNAME
                 AND WS-OH-SIZE(WS-ONHAND-IDX) = ORD-SIZE
                 MOVE WS-ONHAND-IDX TO WS-ONHAND-FOUND
              END-IF
           END-PERFORM
           MOVE 'N' TO WS-KIT-LINE
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-COUNT
              IF WS-KIT-PRODNAME(WS-KIT-IDX) = ORD-PRODNAME
                 AND WS-KIT-SIZE(WS-KIT-IDX) = ORD-SIZE
                 MOVE 'Y' TO WS-KIT-LINE
              END-IF
           END-PERFORM
           MOVE ORD-PRODNAME  TO PRN-PRODNAME
           MOVE ORD-SIZE      TO PRN-SIZE
           MOVE ORD-ORDER-NUM TO PRN-ORDER-NUM
           MOVE ORD-DATE      TO PRN-ORD-DATE
           MOVE ORD-IDNUM     TO PRN-IDNUM
           MOVE ORD-QTY       TO PRN-QTY
           EVALUATE TRUE
              WHEN WS-ORDERS-STATUS NOT = '00'
                 MOVE ZERO TO PRN-ONHAND
                 MOVE 'NOT ON FILE' TO PRN-ACTION
                 ADD 1 TO WS-WAITING-COUNT
              WHEN WS-KIT-LINE = 'Y'
                 MOVE ZERO TO PRN-ONHAND
                 PERFORM ALLOCATE-KIT-LINE
              WHEN WS-ONHAND-FOUND = ZERO
                 MOVE ZERO TO PRN-ONHAND
                 MOVE 'WAITING - NO STOCK' TO PRN-ACTION
                 ADD 1 TO WS-WAITING-COUNT
              WHEN WS-OH-BLOCKED(WS-ONHAND-FOUND) = 'Y'
                 MOVE WS-OH-ONHAND(WS-ONHAND-FOUND) TO PRN-ONHAND
                 MOVE 'WAITING - OLDER LINE' TO PRN-ACTION
                 ADD 1 TO WS-WAITING-COUNT
              WHEN WS-OH-ONHAND(WS-ONHAND-FOUND) < ORD-QTY
                 MOVE WS-OH-ONHAND(WS-ONHAND-FOUND) TO PRN-ONHAND
                 MOVE 'WAITING - SHORT' TO PRN-ACTION
                 MOVE 'Y' TO WS-OH-BLOCKED(WS-ONHAND-FOUND)
                 ADD 1 TO WS-WAITING-COUNT
              WHEN OTHER
                 PERFORM RELEASE-ONE-LINE
                 MOVE WS-OH-ONHAND(WS-ONHAND-FOUND) TO PRN-ONHAND
           END-EVALUATE
           WRITE PRINT-LINE FROM ALLOCATION-DETAIL-LINE.
       RELEASE-ONE-LINE.
      * THE STOCK IS ONLY TAKEN ONCE THE LINE IS SAFELY BACK ON
      * FILE AS OPEN.
           MOVE 'O' TO ORD-STATUS
           MOVE ORDER-RECORD TO WS-ORDER-IMAGE
           REWRITE ORDER-RECORD
              INVALID KEY
                 DISPLAY 'ERROR REWRITING ORDERS.DAT, STATUS: '
                    WS-ORDERS-STATUS
                 MOVE 'REWRITE FAILED' TO PRN-ACTION
                 ADD 1 TO WS-WAITING-COUNT
              NOT INVALID KEY
                 MOVE WS-ORDER-IMAGE TO ORDER-RECORD
                 SUBTRACT ORD-QTY
                    FROM WS-OH-ONHAND(WS-ONHAND-FOUND)
                 ADD 1 TO WS-RELEASED-COUNT
                 PERFORM WRITE-STATUS-JOURNAL
                 PERFORM RECORD-STOCK-MOVEMENT
                 MOVE 'RELEASED TO OPEN' TO PRN-ACTION
           END-REWRITE.
       ALLOCATE-KIT-LINE.
      * EVERY COMPONENT MUST COVER ITS QUANTITY PER KIT TIMES THE
      * KITS ORDERED. ONCE A KIT LINE WAITS, LATER LINES FOR THE
      * SAME KIT WAIT BEHIND IT.
           MOVE 'N' TO WS-KIT-WAIT
           MOVE 'N' TO WS-KIT-SHORT
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-COUNT
              IF WS-KIT-PRODNAME(WS-KIT-IDX) = ORD-PRODNAME
                 AND WS-KIT-SIZE(WS-KIT-IDX) = ORD-SIZE
                 IF WS-KIT-BLOCKED(WS-KIT-IDX) = 'Y'
                    MOVE 'Y' TO WS-KIT-WAIT
                 END-IF
                 COMPUTE WS-COMP-NEED =
                    WS-KIT-COMP-QTY(WS-KIT-IDX) * ORD-QTY
                 PERFORM FIND-COMPONENT-ONHAND
                 IF WS-COMP-FOUND = ZERO
                    MOVE 'Y' TO WS-KIT-SHORT
                 ELSE
                    IF WS-OH-ONHAND(WS-COMP-FOUND) < WS-COMP-NEED
                       MOVE 'Y' TO WS-KIT-SHORT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-KIT-WAIT = 'Y'
                 MOVE 'WAITING - OLDER LINE' TO PRN-ACTION
                 ADD 1 TO WS-WAITING-COUNT
              WHEN WS-KIT-SHORT = 'Y'
                 MOVE 'WAITING - KIT SHORT' TO PRN-ACTION
                 PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                    UNTIL WS-KIT-IDX > WS-KIT-COUNT
                    IF WS-KIT-PRODNAME(WS-KIT-IDX) = ORD-PRODNAME
                       AND WS-KIT-SIZE(WS-KIT-IDX) = ORD-SIZE
                       MOVE 'Y' TO WS-KIT-BLOCKED(WS-KIT-IDX)
                    END-IF
                 END-PERFORM
                 ADD 1 TO WS-WAITING-COUNT
              WHEN OTHER
                 PERFORM RELEASE-KIT-LINE
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
       RELEASE-KIT-LINE.
      * AS FOR A PLAIN LINE, THE COMPONENTS ARE ONLY TAKEN ONCE THE
      * KIT LINE IS SAFELY BACK ON FILE AS OPEN.
           MOVE 'O' TO ORD-STATUS
           MOVE ORDER-RECORD TO WS-ORDER-IMAGE
           REWRITE ORDER-RECORD
              INVALID KEY
                 DISPLAY 'ERROR REWRITING ORDERS.DAT, STATUS: '
                    WS-ORDERS-STATUS
                 MOVE 'REWRITE FAILED' TO PRN-ACTION
                 ADD 1 TO WS-WAITING-COUNT
              NOT INVALID KEY
                 MOVE WS-ORDER-IMAGE TO ORDER-RECORD
                 PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                    UNTIL WS-KIT-IDX > WS-KIT-COUNT
                    IF WS-KIT-PRODNAME(WS-KIT-IDX) = ORD-PRODNAME
                       AND WS-KIT-SIZE(WS-KIT-IDX) = ORD-SIZE
                       PERFORM RELIEVE-KIT-COMPONENT
                    END-IF
                 END-PERFORM
                 ADD 1 TO WS-RELEASED-COUNT
                 PERFORM WRITE-STATUS-JOURNAL
                 MOVE 'RELEASED TO OPEN' TO PRN-ACTION
           END-REWRITE.
       RELIEVE-KIT-COMPONENT.
      * EACH COMPONENT COMES OFF ITS OWN SHELF AND GOES TO THE
      * MOVEMENT HISTORY UNDER ITS OWN NAME, AGAINST THE KIT'S
      * ORDER NUMBER.
           COMPUTE WS-COMP-NEED =
              WS-KIT-COMP-QTY(WS-KIT-IDX) * ORD-QTY
           PERFORM FIND-COMPONENT-ONHAND
           SUBTRACT WS-COMP-NEED FROM WS-OH-ONHAND(WS-COMP-FOUND)
           MOVE WS-CURRENT-DATE TO SMV-DATE
           MOVE WS-KIT-COMP-PRODNAME(WS-KIT-IDX) TO SMV-PRODNAME
           MOVE WS-KIT-COMP-SIZE(WS-KIT-IDX)     TO SMV-SIZE
           MOVE ORD-ORDER-NUM   TO SMV-REF
           COMPUTE SMV-QTY = ZERO - WS-COMP-NEED
           MOVE WS-OH-ONHAND(WS-COMP-FOUND) TO SMV-BALANCE
           CALL WS-STKMOVE-PROG USING STKMOVE-PARMS
              ON EXCEPTION
                 DISPLAY 'STKMOVE NOT AVAILABLE - MOVEMENT NOT '
                    'RECORDED'
           END-CALL.
       WRITE-STATUS-JOURNAL.
      * EVERY RELEASE IS JOURNALED THE SAME WAY AN ORDMNT MOVE IS,
      * SO THE ORDINQ HISTORY STAYS COMPLETE.
           ACCEPT WS-TIME-RAW FROM TIME
           OPEN EXTEND STATUS-JOURNAL
           IF WS-JOURNAL-STATUS = '00' OR '05'
              MOVE SPACES          TO STATUS-JOURNAL-RECORD
              MOVE ORD-LINE-NUM    TO SJR-SEQ
              MOVE 'B'             TO SJR-OLD-STATUS
              MOVE 'O'             TO SJR-NEW-STATUS
              MOVE WS-CURRENT-DATE TO SJR-DATE
              MOVE WS-CURRENT-TIME TO SJR-TIME
              MOVE ORD-IDNUM       TO SJR-IDNUM
              MOVE ORD-PRODNAME    TO SJR-PRODNAME
              MOVE ORD-SIZE        TO SJR-SIZE
              MOVE ORD-ORDER-NUM   TO SJR-ORDER-NUM
              WRITE STATUS-JOURNAL-RECORD
              CLOSE STATUS-JOURNAL
           ELSE
              DISPLAY 'ERROR ON JOURNAL OPEN - FILE STATUS '
                 WS-JOURNAL-STATUS
           END-IF.
       RECORD-STOCK-MOVEMENT.
      * THE RELEASED QUANTITY GOES TO THE MOVEMENT HISTORY AGAINST
      * ITS ORDER NUMBER. A MISSING RECORDER MUST NEVER STOP THE
      * ALLOCATION ITSELF; THE STOCK CARD THEN SHOWS THE GAP.
           MOVE WS-CURRENT-DATE TO SMV-DATE
           MOVE ORD-PRODNAME    TO SMV-PRODNAME
           MOVE ORD-SIZE        TO SMV-SIZE
           MOVE ORD-ORDER-NUM   TO SMV-REF
           COMPUTE SMV-QTY = ZERO - ORD-QTY
           MOVE WS-OH-ONHAND(WS-ONHAND-FOUND) TO SMV-BALANCE
           CALL WS-STKMOVE-PROG USING STKMOVE-PARMS
              ON EXCEPTION
                 DISPLAY 'STKMOVE NOT AVAILABLE - MOVEMENT NOT '
                    'RECORDED'
           END-CALL.
       REWRITE-ONHAND-FILE.
           OPEN OUTPUT ONHAND-FILE
           IF WS-ONHAND-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING ONHAND.DAT, STATUS: '
                 WS-ONHAND-STATUS
           ELSE
              PERFORM WRITE-ONE-ONHAND
                 VARYING WS-ONHAND-IDX FROM 1 BY 1
                 UNTIL WS-ONHAND-IDX > WS-ONHAND-COUNT
              CLOSE ONHAND-FILE
           END-IF.
       WRITE-ONE-ONHAND.
           MOVE SPACES TO ONHAND-RECORD
           MOVE WS-OH-PRODNAME(WS-ONHAND-IDX) TO OH-PRODNAME
           MOVE WS-OH-SIZE(WS-ONHAND-IDX)     TO OH-SIZE
           MOVE WS-OH-ONHAND(WS-ONHAND-IDX)   TO OH-ONHAND
           MOVE WS-OH-REORDER(WS-ONHAND-IDX)  TO OH-REORDER
           WRITE ONHAND-RECORD.
       END PROGRAM BOALLOC.
