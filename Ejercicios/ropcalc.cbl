       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ROPCALC.
      ***************************************
      * MONTHLY REORDER POINT RECALCULATION. FOR EVERY PRODUCT/SIZE
      * ON ONHAND.DAT THE ORDERED QUANTITY OF EACH WEEK OF THE DEMAND
      * WINDOW (THE LAST ROP-WEEKS WEEKS TO YESTERDAY, DEFAULT 26) IS
      * TOTALLED FROM THE ORDERS.DAT LINES - EVERY LINE BUT A
      * CANCELLED ONE IS DEMAND, AND A KIT LINE IS DEMAND FOR ITS
      * COMPONENTS. FROM THE WEEKS COME THE AVERAGE DAILY DEMAND AND
      * ITS STANDARD DEVIATION, AND FROM THOSE THE PROPOSED POINT:
      *
      *   LEAD-TIME DEMAND = AVERAGE DAILY X LEAD DAYS
      *   SAFETY STOCK     = THE GREATER OF AVERAGE DAILY X SAFETY
      *                      DAYS AND 1.65 X DAILY DEVIATION X THE
      *                      SQUARE ROOT OF THE LEAD DAYS (COVERS
      *                      ABOUT 95 PER CENT OF LEAD TIMES)
      *   REORDER POINT    = BOTH TOGETHER, ROUNDED UP
      *
      * LEAD AND SAFETY DAYS COME FROM ropparm.dat (ROPMNT); A LEAD
      * OF ZERO THERE, OR NO LINE, TAKES THE LEAD TIME OF THE
      * PRODUCT'S SUPPLIER (prodsupp.dat, SUPPLIER.DAT), AND FAILING
      * THAT ROP-LEAD-DAYS (DEFAULT 14). NO LINE TAKES ROP-SAFETY-DAYS
      * (DEFAULT 7). THE ROP- KEYS ARE READ THROUGH PARAMS.
      *
      * ropcalc.rpt PRINTS CURRENT AGAINST PROPOSED FOR EVERY ITEM;
      * EACH ITEM WHOSE POINT SHOULD MOVE IS WRITTEN TO roprop.dat
      * FOR APPROVAL AND POSTING IN ROPMNT. A RUN REPLACES THE LAST
      * RUN'S PROPOSALS, SO IT IS REFUSED WHILE AN APPROVED PROPOSAL
      * IS STILL WAITING TO BE POSTED.
      *
      * ORDER LINES ORDCLOSE HAS MOVED TO AN ORDER-HISTORY FILE ARE
      * READ BACK WHEN THE WINDOW STARTS BEFORE THAT CLOSE'S CUTOFF.
      *
      * RETURN CODES: 0 CLEAN, 4 HISTORY FILE MISSING, 8 APPROVED
      * PROPOSALS NOT YET POSTED, 12 NO ONHAND.DAT.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT ONHAND-FILE ASSIGN TO "ONHAND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ONHAND-STATUS.
           SELECT OPTIONAL PLANNING-FILE ASSIGN TO "ropparm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PLANNING-STATUS.
           SELECT OPTIONAL PROPOSAL-FILE ASSIGN TO "roprop.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROPOSAL-STATUS.
           SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT OPTIONAL SOURCE-FILE ASSIGN TO "prodsupp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.
           SELECT OPTIONAL KIT-FILE ASSIGN TO "kitdef.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
           SELECT OPTIONAL CLOSE-REGISTER ASSIGN TO "ordclose.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT HISTORY-FILE
              ASSIGN TO DYNAMIC WS-HISTORY-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ROP-REPORT ASSIGN TO "ropcalc.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
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
       FD PLANNING-FILE.
           COPY ROPPREC.
       FD PROPOSAL-FILE.
           COPY ROPREC.
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          02 SUP-ID               PIC 9(5).
          02 FILLER               PIC X.
          02 SUP-NAME             PIC X(30).
          02 FILLER               PIC X.
          02 SUP-ADDR-LINE1       PIC X(25).
          02 FILLER               PIC X.
          02 SUP-CITY             PIC X(15).
          02 FILLER               PIC X.
          02 SUP-STATE            PIC X(2).
          02 FILLER               PIC X.
          02 SUP-ZIP              PIC X(10).
          02 FILLER               PIC X.
          02 SUP-LEAD-DAYS        PIC 9(3).
       FD SOURCE-FILE.
       01 SOURCE-RECORD.
          02 PS-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 PS-SIZE              PIC A.
          02 FILLER               PIC X.
          02 PS-SUPP-ID           PIC 9(5).
          02 FILLER               PIC X.
          02 PS-ORDER-QTY         PIC 9(6).
          02 FILLER               PIC X.
          02 PS-UNIT-COST         PIC 9(5)V99.
       FD KIT-FILE.
           COPY KITREC.
       FD CLOSE-REGISTER.
           COPY OCLREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(81).
       FD ROP-REPORT.
       01 PRINT-LINE              PIC X(90).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(30) VALUE
          'REORDER POINT RECALCULATION  '.
       01 WINDOW-LINE.
          02 FILLER               PIC X(15) VALUE 'DEMAND WINDOW: '.
          02 PRN-WINDOW-FROM      PIC 9(8).
          02 FILLER               PIC X(04) VALUE ' TO '.
          02 PRN-WINDOW-TO        PIC 9(8).
          02 FILLER               PIC X(02) VALUE ' ('.
          02 PRN-WEEKS            PIC Z9.
          02 FILLER               PIC X(07) VALUE ' WEEKS)'.
       01 COLUMN-HEADING.
          02 FILLER               PIC X(25) VALUE
             'PRODUCT    S  LEAD  SAFE '.
          02 FILLER               PIC X(25) VALUE
             ' AVG/DAY   SD/DAY CURRENT'.
          02 FILLER               PIC X(25) VALUE
             ' PROPOSED  CHANGE  NOTE  '.
       01 ROP-DETAIL-LINE.
          02 PRN-PRODNAME         PIC X(10).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-SIZE             PIC A.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-LEAD             PIC ZZ9.
          02 PRN-LEAD-SOURCE      PIC X(01).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-SAFETY           PIC ZZ9.
          02 PRN-SAFETY-SOURCE    PIC X(01).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-AVG-DAILY        PIC ZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-SD-DAILY         PIC ZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-CURRENT          PIC ZZZZZ9.
          02 FILLER               PIC X(03) VALUE SPACES.
          02 PRN-PROPOSED         PIC ZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-CHANGE           PIC -ZZZZZ9.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-NOTE             PIC X(12).
       01 SOURCE-LEGEND.
          02 FILLER               PIC X(30) VALUE
             'P = FROM ropparm.dat, S = SUPP'.
          02 FILLER               PIC X(30) VALUE
             'LIER LEAD TIME, D = RUN DEFAUL'.
          02 FILLER               PIC X(01) VALUE 'T'.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(28) VALUE
             'ITEMS RECALCULATED:         '.
          02 PRN-ITEM-COUNT       PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(28) VALUE
             'CHANGES PROPOSED:           '.
          02 PRN-PROPOSED-COUNT   PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(28) VALUE
             'ORDER LINES IN WINDOW:      '.
          02 PRN-LINE-COUNT       PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(90) VALUE SPACES.
       01 WS-ORDERS-STATUS        PIC X(2).
       01 WS-ONHAND-STATUS        PIC X(2).
       01 WS-PLANNING-STATUS      PIC X(2).
       01 WS-PROPOSAL-STATUS      PIC X(2).
       01 WS-SUPPLIER-STATUS      PIC X(2).
       01 WS-SOURCE-STATUS        PIC X(2).
       01 WS-KIT-STATUS           PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CURRENT-DATE         PIC 9(8).
      * THE RUN DEFAULTS, OVERRIDDEN BY ROP-WEEKS, ROP-LEAD-DAYS AND
      * ROP-SAFETY-DAYS THROUGH PARAMS.
       01 WS-WEEKS                PIC 9(2) VALUE 26.
       01 WS-DEFAULT-LEAD         PIC 9(3) VALUE 14.
       01 WS-DEFAULT-SAFETY       PIC 9(3) VALUE 7.
       01 WS-PARM-NUMBER          PIC 9(5) VALUE ZERO.
      * THE WINDOW RUNS FROM WS-WINDOW-FROM TO YESTERDAY.
       01 WS-WINDOW-FROM          PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-TO            PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-DAYS          PIC 9(3) VALUE ZERO.
       01 WS-DAYS-BACK            PIC S9(7) VALUE ZERO.
       01 WS-WEEK-IDX             PIC 9(2) VALUE ZERO.
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-REG-EOF-FLAG         PIC X VALUE 'N'.
          88 WS-REG-EOF           VALUE 'Y'.
       01 WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-HIST-EOF          VALUE 'Y'.
       01 WS-HISTORY-NAME         PIC X(20) VALUE SPACES.
       01 WS-HIST-MISSING-COUNT   PIC 9(4) VALUE ZERO.
      * ONE ENTRY PER ONHAND.DAT ITEM, WITH ITS WEEKLY DEMAND.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 150 TIMES.
             10 WS-ITM-PRODNAME   PIC X(10).
             10 WS-ITM-SIZE       PIC A.
             10 WS-ITM-REORDER    PIC 9(6).
             10 WS-ITM-WEEK-QTY   PIC 9(6) OCCURS 52 TIMES.
       01 WS-ITEM-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-ITEM-IDX             PIC 9(3) VALUE ZERO.
       01 WS-ITEM-FOUND           PIC 9(3) VALUE ZERO.
       01 WS-PLANNING-TABLE.
          05 WS-PLANNING-ENTRY OCCURS 150 TIMES.
             10 WS-RPP-PRODNAME   PIC X(10).
             10 WS-RPP-SIZE       PIC A.
             10 WS-RPP-LEAD       PIC 9(3).
             10 WS-RPP-SAFETY     PIC 9(3).
       01 WS-PLANNING-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-PLANNING-IDX         PIC 9(3) VALUE ZERO.
       01 WS-SUPPLIER-TABLE.
          05 WS-SUPPLIER-ENTRY OCCURS 200 TIMES.
             10 WS-SUP-ID         PIC 9(5).
             10 WS-SUP-LEAD       PIC 9(3).
       01 WS-SUPPLIER-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-SUPPLIER-IDX         PIC 9(3) VALUE ZERO.
       01 WS-SOURCE-TABLE.
          05 WS-SOURCE-ENTRY OCCURS 150 TIMES.
             10 WS-PS-PRODNAME    PIC X(10).
             10 WS-PS-SIZE        PIC A.
             10 WS-PS-SUPP-ID     PIC 9(5).
       01 WS-SOURCE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SOURCE-IDX           PIC 9(3) VALUE ZERO.
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
      * THE ITEM AND QUANTITY BEING ADDED TO A WEEK.
       01 WS-DEMAND-PRODNAME      PIC X(10).
       01 WS-DEMAND-SIZE          PIC A.
       01 WS-DEMAND-QTY           PIC 9(7) VALUE ZERO.
      * DEMAND STATISTICS FOR THE ITEM BEING PROPOSED.
       01 WS-TOTAL-QTY            PIC 9(8) VALUE ZERO.
       01 WS-MEAN-WEEK            PIC 9(7)V9(4) VALUE ZERO.
       01 WS-DEVIATION            PIC S9(7)V9(4) VALUE ZERO.
       01 WS-SUM-SQUARES          PIC 9(13)V9(4) VALUE ZERO.
       01 WS-SD-WEEK              PIC 9(7)V9(4) VALUE ZERO.
       01 WS-AVG-DAILY            PIC 9(5)V9(4) VALUE ZERO.
       01 WS-SD-DAILY             PIC 9(5)V9(4) VALUE ZERO.
       01 WS-LEAD-DAYS            PIC 9(3) VALUE ZERO.
       01 WS-SAFETY-DAYS          PIC 9(3) VALUE ZERO.
       01 WS-LEAD-SOURCE          PIC X VALUE SPACE.
       01 WS-SAFETY-SOURCE        PIC X VALUE SPACE.
       01 WS-LEAD-DEMAND          PIC 9(7)V9(4) VALUE ZERO.
       01 WS-COVER-STOCK          PIC 9(7)V9(4) VALUE ZERO.
       01 WS-VARIABLE-STOCK       PIC 9(7)V9(4) VALUE ZERO.
       01 WS-EXACT-POINT          PIC 9(7)V9(4) VALUE ZERO.
       01 WS-PROPOSED             PIC 9(7) VALUE ZERO.
       01 WS-CHANGE               PIC S9(7) VALUE ZERO.
       01 WS-ITEMS-DONE           PIC 9(5) VALUE ZERO.
       01 WS-PROPOSED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-WINDOW-LINES         PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-WAITING     PIC 9(5) VALUE ZERO.
       01 WS-PARAMS-PROG          PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION         PIC X(5).
          05 PARM-TEXT             PIC X(100).
          05 PARM-KEY              PIC X(20).
          05 PARM-VALUE            PIC X(20).
          05 PARM-RC               PIC 9(2).
       01 WS-DATEUTIL-PROG        PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'ROPCALC - REORDER POINT RECALCULATION'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-ROP-PARMS
           PERFORM CHECK-WAITING-PROPOSALS
           IF WS-APPROVED-WAITING > ZERO
              DISPLAY WS-APPROVED-WAITING ' APPROVED PROPOSAL(S) NOT '
                 'YET POSTED - POST THEM IN ROPMNT FIRST'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ONHAND-TABLE
           IF WS-ONHAND-STATUS NOT = '00'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-DEMAND-WINDOW
           PERFORM LOAD-PLANNING-TABLE
           PERFORM LOAD-SUPPLIER-TABLE
           PERFORM LOAD-SOURCE-TABLE
           PERFORM LOAD-KIT-TABLE
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS = '00'
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF
                 READ ORDERS-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TALLY-ONE-LINE
                 END-READ
              END-PERFORM
              PERFORM LOAD-ORDER-HISTORY
              CLOSE ORDERS-FILE
           ELSE
              DISPLAY 'NO ORDERS.DAT - NO DEMAND IN THE WINDOW, '
                 'STATUS: ' WS-ORDERS-STATUS
           END-IF
           OPEN OUTPUT ROP-REPORT
           OPEN OUTPUT PROPOSAL-FILE
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-WINDOW-FROM TO PRN-WINDOW-FROM
           MOVE WS-WINDOW-TO   TO PRN-WINDOW-TO
           MOVE WS-WEEKS       TO PRN-WEEKS
           WRITE PRINT-LINE FROM WINDOW-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING
           PERFORM PROPOSE-ONE-ITEM
              VARYING WS-ITEM-IDX FROM 1 BY 1
              UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           CLOSE PROPOSAL-FILE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM SOURCE-LEGEND
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-ITEMS-DONE TO PRN-ITEM-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-PROPOSED-COUNT TO PRN-PROPOSED-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-WINDOW-LINES TO PRN-LINE-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE ROP-REPORT
           DISPLAY 'ITEMS RECALCULATED:    ' WS-ITEMS-DONE
           DISPLAY 'CHANGES PROPOSED:      ' WS-PROPOSED-COUNT
           IF WS-HIST-MISSING-COUNT > ZERO
              DISPLAY 'ORDER HISTORY FILES NOT FOUND: '
                 WS-HIST-MISSING-COUNT
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       READ-ROP-PARMS.
      * WINDOW AND DEFAULT DAYS COME THROUGH THE SHARED PARAMS
      * READER; A MISSING, BLANK OR OUT-OF-RANGE KEY KEEPS THE
      * DEFAULT.
           MOVE 'FILE' TO PARM-FUNCTION
           MOVE SPACES TO PARM-TEXT
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'ROP-WEEKS' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE NOT = SPACES
              COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(PARM-VALUE)
              IF WS-PARM-NUMBER >= 4 AND WS-PARM-NUMBER <= 52
                 MOVE WS-PARM-NUMBER TO WS-WEEKS
              END-IF
           END-IF
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'ROP-LEAD-DAYS' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE NOT = SPACES
              COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(PARM-VALUE)
              IF WS-PARM-NUMBER > ZERO AND WS-PARM-NUMBER < 1000
                 MOVE WS-PARM-NUMBER TO WS-DEFAULT-LEAD
              END-IF
           END-IF
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'ROP-SAFETY-DAYS' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE NOT = SPACES
              COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(PARM-VALUE)
              IF WS-PARM-NUMBER < 1000
                 MOVE WS-PARM-NUMBER TO WS-DEFAULT-SAFETY
              END-IF
           END-IF.
       CHECK-WAITING-PROPOSALS.
      * THE NEW RUN OVERWRITES roprop.dat; AN APPROVED LINE THERE
      * HAS NOT REACHED ONHAND.DAT YET AND MUST NOT BE LOST.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PROPOSAL-FILE
           IF WS-PROPOSAL-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ PROPOSAL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF ROP-APPROVED
                          ADD 1 TO WS-APPROVED-WAITING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROPOSAL-FILE
           END-IF.
       SET-DEMAND-WINDOW.
      * YESTERDAY BACK THROUGH WS-WEEKS WHOLE WEEKS; TODAY'S ORDERS
      * ARE STILL COMING IN AND ARE LEFT FOR NEXT TIME.
           COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'ADD' TO DU-FUNCTION
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
              '-' WS-CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-1
           MOVE -1 TO DU-DAYS
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
              DU-RESULT-DATE(9:2)
              DELIMITED BY SIZE INTO WS-WINDOW-TO
           COMPUTE DU-DAYS = 0 - WS-WINDOW-DAYS
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
              DU-RESULT-DATE(9:2)
              DELIMITED BY SIZE INTO WS-WINDOW-FROM
           DISPLAY '  DEMAND WINDOW: ' WS-WINDOW-FROM ' TO '
              WS-WINDOW-TO.
       LOAD-ONHAND-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ONHAND-FILE
           IF WS-ONHAND-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-ITEM-COUNT >= 150
                 READ ONHAND-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       INITIALIZE WS-ITEM-ENTRY(WS-ITEM-COUNT)
                       MOVE OH-PRODNAME
                          TO WS-ITM-PRODNAME(WS-ITEM-COUNT)
                       MOVE OH-SIZE
                          TO WS-ITM-SIZE(WS-ITEM-COUNT)
                       MOVE OH-REORDER
                          TO WS-ITM-REORDER(WS-ITEM-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ONHAND-FILE
           ELSE
              DISPLAY 'NO ONHAND.DAT - NOTHING TO RECALCULATE, '
                 'STATUS: ' WS-ONHAND-STATUS
           END-IF.
       LOAD-PLANNING-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PLANNING-FILE
           IF WS-PLANNING-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-PLANNING-COUNT >= 150
                 READ PLANNING-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PLANNING-COUNT
                       MOVE RPP-PRODNAME
                          TO WS-RPP-PRODNAME(WS-PLANNING-COUNT)
                       MOVE RPP-SIZE
                          TO WS-RPP-SIZE(WS-PLANNING-COUNT)
                       MOVE RPP-LEAD-DAYS
                          TO WS-RPP-LEAD(WS-PLANNING-COUNT)
                       MOVE RPP-SAFETY-DAYS
                          TO WS-RPP-SAFETY(WS-PLANNING-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PLANNING-FILE
           END-IF.
       LOAD-SUPPLIER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SUPPLIER-COUNT >= 200
                 READ SUPPLIER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SUPPLIER-COUNT
                       MOVE SUP-ID
                          TO WS-SUP-ID(WS-SUPPLIER-COUNT)
                       MOVE SUP-LEAD-DAYS
                          TO WS-SUP-LEAD(WS-SUPPLIER-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SUPPLIER-FILE
           END-IF.
       LOAD-SOURCE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SOURCE-COUNT >= 150
                 READ SOURCE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE PS-PRODNAME
                          TO WS-PS-PRODNAME(WS-SOURCE-COUNT)
                       MOVE PS-SIZE
                          TO WS-PS-SIZE(WS-SOURCE-COUNT)
                       MOVE PS-SUPP-ID
                          TO WS-PS-SUPP-ID(WS-SOURCE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SOURCE-FILE
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
       LOAD-ORDER-HISTORY.
      * ORDER LINES A MONTH-END CLOSE MOVED TO HISTORY ARE STILL
      * DEMAND WHEN THE WINDOW STARTS BEFORE THAT CLOSE'S CUTOFF.
           MOVE 'N' TO WS-REG-EOF-FLAG
           OPEN INPUT CLOSE-REGISTER
           IF WS-REGISTER-STATUS = '00' OR '05'
              PERFORM UNTIL WS-REG-EOF
                 READ CLOSE-REGISTER
                    AT END SET WS-REG-EOF TO TRUE
                    NOT AT END
                       IF OCL-CUTOFF-DATE > WS-WINDOW-FROM
                          PERFORM READ-ONE-HISTORY-FILE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOSE-REGISTER
           END-IF.
       READ-ONE-HISTORY-FILE.
           MOVE SPACES TO WS-HISTORY-NAME
           STRING 'ordhist-' OCL-CLOSE-DATE '.dat'
              DELIMITED BY SIZE INTO WS-HISTORY-NAME
           MOVE 'N' TO WS-HIST-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
              DISPLAY 'ORDER HISTORY NOT FOUND: ' WS-HISTORY-NAME
                 ', STATUS: ' WS-HISTORY-STATUS
              ADD 1 TO WS-HIST-MISSING-COUNT
           ELSE
              PERFORM UNTIL WS-HIST-EOF
                 READ HISTORY-FILE INTO ORDER-RECORD
                    AT END SET WS-HIST-EOF TO TRUE
                    NOT AT END
                       PERFORM TALLY-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.
       TALLY-ONE-LINE.
      * A CANCELLED LINE WAS NEVER DEMAND. A BACKORDERED ONE WAS -
      * THE CUSTOMER WANTED THE GOODS WHETHER OR NOT THEY WERE THERE.
           IF NOT ORD-CANCELLED
              AND ORD-DATE IS NUMERIC
              AND ORD-DATE >= WS-WINDOW-FROM
              AND ORD-DATE <= WS-WINDOW-TO
              ADD 1 TO WS-WINDOW-LINES
              PERFORM FIND-DEMAND-WEEK
              MOVE 'N' TO WS-KIT-LINE
              PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                 UNTIL WS-KIT-IDX > WS-KIT-COUNT
                 IF WS-KIT-PRODNAME(WS-KIT-IDX) = ORD-PRODNAME
                    AND WS-KIT-SIZE(WS-KIT-IDX) = ORD-SIZE
                    MOVE 'Y' TO WS-KIT-LINE
                    MOVE WS-KIT-COMP-PRODNAME(WS-KIT-IDX)
                       TO WS-DEMAND-PRODNAME
                    MOVE WS-KIT-COMP-SIZE(WS-KIT-IDX)
                       TO WS-DEMAND-SIZE
                    COMPUTE WS-DEMAND-QTY =
                       ORD-QTY * WS-KIT-COMP-QTY(WS-KIT-IDX)
                    PERFORM ADD-WEEK-DEMAND
                 END-IF
              END-PERFORM
              IF WS-KIT-LINE = 'N'
                 MOVE ORD-PRODNAME TO WS-DEMAND-PRODNAME
                 MOVE ORD-SIZE     TO WS-DEMAND-SIZE
                 MOVE ORD-QTY      TO WS-DEMAND-QTY
                 PERFORM ADD-WEEK-DEMAND
              END-IF
           END-IF.
       FIND-DEMAND-WEEK.
      * WEEK 1 IS THE SEVEN DAYS ENDING YESTERDAY, WEEK 2 THE SEVEN
      * BEFORE THAT, AND SO ON BACK TO THE START OF THE WINDOW.
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'DIFF' TO DU-FUNCTION
           STRING ORD-DATE(1:4) '-' ORD-DATE(5:2) '-' ORD-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-1
           STRING WS-WINDOW-TO(1:4) '-' WS-WINDOW-TO(5:2)
              '-' WS-WINDOW-TO(7:2)
              DELIMITED BY SIZE INTO DU-DATE-2
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           MOVE DU-DAYS TO WS-DAYS-BACK
           IF DU-RC NOT = ZERO OR WS-DAYS-BACK < ZERO
              MOVE ZERO TO WS-DAYS-BACK
           END-IF
           COMPUTE WS-WEEK-IDX = (WS-DAYS-BACK / 7) + 1
           IF WS-WEEK-IDX > WS-WEEKS
              MOVE WS-WEEKS TO WS-WEEK-IDX
           END-IF.
       ADD-WEEK-DEMAND.
      * DEMAND FOR AN ITEM NOT CARRIED ON ONHAND.DAT HAS NO REORDER
      * POINT TO MOVE AND IS LEFT OUT.
           MOVE ZERO TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
              UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              IF WS-ITM-PRODNAME(WS-ITEM-IDX) = WS-DEMAND-PRODNAME
                 AND WS-ITM-SIZE(WS-ITEM-IDX) = WS-DEMAND-SIZE
                 MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
              END-IF
           END-PERFORM
           IF WS-ITEM-FOUND > ZERO
              ADD WS-DEMAND-QTY
                 TO WS-ITM-WEEK-QTY(WS-ITEM-FOUND, WS-WEEK-IDX)
           END-IF.
       PROPOSE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-DONE
           PERFORM FIND-PLANNING-DAYS
           PERFORM COMPUTE-DEMAND-FIGURES
           COMPUTE WS-LEAD-DEMAND = WS-AVG-DAILY * WS-LEAD-DAYS
           COMPUTE WS-COVER-STOCK = WS-AVG-DAILY * WS-SAFETY-DAYS
           COMPUTE WS-VARIABLE-STOCK = 1.65 * WS-SD-DAILY
              * FUNCTION SQRT(WS-LEAD-DAYS)
           IF WS-VARIABLE-STOCK > WS-COVER-STOCK
              MOVE WS-VARIABLE-STOCK TO WS-COVER-STOCK
           END-IF
           COMPUTE WS-EXACT-POINT = WS-LEAD-DEMAND + WS-COVER-STOCK
           MOVE WS-EXACT-POINT TO WS-PROPOSED
           IF WS-PROPOSED < WS-EXACT-POINT
              ADD 1 TO WS-PROPOSED
           END-IF
           IF WS-PROPOSED > 999999
              MOVE 999999 TO WS-PROPOSED
           END-IF
           COMPUTE WS-CHANGE = WS-PROPOSED
              - WS-ITM-REORDER(WS-ITEM-IDX)
           MOVE SPACES TO ROP-DETAIL-LINE
           MOVE WS-ITM-PRODNAME(WS-ITEM-IDX) TO PRN-PRODNAME
           MOVE WS-ITM-SIZE(WS-ITEM-IDX)     TO PRN-SIZE
           MOVE WS-LEAD-DAYS                 TO PRN-LEAD
           MOVE WS-LEAD-SOURCE               TO PRN-LEAD-SOURCE
           MOVE WS-SAFETY-DAYS               TO PRN-SAFETY
           MOVE WS-SAFETY-SOURCE             TO PRN-SAFETY-SOURCE
           MOVE WS-AVG-DAILY                 TO PRN-AVG-DAILY
           MOVE WS-SD-DAILY                  TO PRN-SD-DAILY
           MOVE WS-ITM-REORDER(WS-ITEM-IDX)  TO PRN-CURRENT
           MOVE WS-PROPOSED                  TO PRN-PROPOSED
           MOVE WS-CHANGE                    TO PRN-CHANGE
           EVALUATE TRUE
              WHEN WS-CHANGE = ZERO
                 MOVE 'NO CHANGE' TO PRN-NOTE
              WHEN WS-TOTAL-QTY = ZERO
                 MOVE 'NO DEMAND' TO PRN-NOTE
                 PERFORM WRITE-PROPOSAL
              WHEN OTHER
                 MOVE 'PROPOSED' TO PRN-NOTE
                 PERFORM WRITE-PROPOSAL
           END-EVALUATE
           WRITE PRINT-LINE FROM ROP-DETAIL-LINE.
       FIND-PLANNING-DAYS.
      * PLANNING LINE FIRST; THEN THE SUPPLIER'S LEAD TIME; THEN THE
      * RUN DEFAULTS.
           MOVE ZERO TO WS-LEAD-DAYS
           MOVE WS-DEFAULT-SAFETY TO WS-SAFETY-DAYS
           MOVE 'D' TO WS-SAFETY-SOURCE
           PERFORM VARYING WS-PLANNING-IDX FROM 1 BY 1
              UNTIL WS-PLANNING-IDX > WS-PLANNING-COUNT
              IF WS-RPP-PRODNAME(WS-PLANNING-IDX)
                 = WS-ITM-PRODNAME(WS-ITEM-IDX)
                 AND WS-RPP-SIZE(WS-PLANNING-IDX)
                    = WS-ITM-SIZE(WS-ITEM-IDX)
                 MOVE WS-RPP-LEAD(WS-PLANNING-IDX)   TO WS-LEAD-DAYS
                 MOVE WS-RPP-SAFETY(WS-PLANNING-IDX) TO WS-SAFETY-DAYS
                 MOVE 'P' TO WS-LEAD-SOURCE WS-SAFETY-SOURCE
              END-IF
           END-PERFORM
           IF WS-LEAD-DAYS = ZERO
              PERFORM FIND-SUPPLIER-LEAD
           END-IF
           IF WS-LEAD-DAYS = ZERO
              MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS
              MOVE 'D' TO WS-LEAD-SOURCE
           END-IF.
       FIND-SUPPLIER-LEAD.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
              UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
              IF WS-PS-PRODNAME(WS-SOURCE-IDX)
                 = WS-ITM-PRODNAME(WS-ITEM-IDX)
                 AND WS-PS-SIZE(WS-SOURCE-IDX)
                    = WS-ITM-SIZE(WS-ITEM-IDX)
                 PERFORM VARYING WS-SUPPLIER-IDX FROM 1 BY 1
                    UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT
                    IF WS-SUP-ID(WS-SUPPLIER-IDX)
                       = WS-PS-SUPP-ID(WS-SOURCE-IDX)
                       AND WS-SUP-LEAD(WS-SUPPLIER-IDX) > ZERO
                       MOVE WS-SUP-LEAD(WS-SUPPLIER-IDX)
                          TO WS-LEAD-DAYS
                       MOVE 'S' TO WS-LEAD-SOURCE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       COMPUTE-DEMAND-FIGURES.
      * WEEKS WITH NO ORDERS COUNT AS ZERO DEMAND, SO A LUMPY SELLER
      * SHOWS A HIGH DEVIATION. THE WEEKLY DEVIATION IS TAKEN DOWN
      * TO A DAILY ONE BY THE SQUARE ROOT OF SEVEN.
           MOVE ZERO TO WS-TOTAL-QTY WS-SUM-SQUARES
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
              UNTIL WS-WEEK-IDX > WS-WEEKS
              ADD WS-ITM-WEEK-QTY(WS-ITEM-IDX, WS-WEEK-IDX)
                 TO WS-TOTAL-QTY
           END-PERFORM
           COMPUTE WS-MEAN-WEEK = WS-TOTAL-QTY / WS-WEEKS
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
              UNTIL WS-WEEK-IDX > WS-WEEKS
              COMPUTE WS-DEVIATION =
                 WS-ITM-WEEK-QTY(WS-ITEM-IDX, WS-WEEK-IDX)
                 - WS-MEAN-WEEK
              COMPUTE WS-SUM-SQUARES = WS-SUM-SQUARES
                 + (WS-DEVIATION * WS-DEVIATION)
           END-PERFORM
           COMPUTE WS-SD-WEEK =
              FUNCTION SQRT(WS-SUM-SQUARES / WS-WEEKS)
           COMPUTE WS-AVG-DAILY = WS-TOTAL-QTY / WS-WINDOW-DAYS
           COMPUTE WS-SD-DAILY = WS-SD-WEEK / FUNCTION SQRT(7).
       WRITE-PROPOSAL.
           ADD 1 TO WS-PROPOSED-COUNT
           MOVE SPACES TO PROPOSAL-RECORD
           MOVE WS-CURRENT-DATE              TO ROP-CALC-DATE
           MOVE WS-ITM-PRODNAME(WS-ITEM-IDX) TO ROP-PRODNAME
           MOVE WS-ITM-SIZE(WS-ITEM-IDX)     TO ROP-SIZE
           MOVE WS-AVG-DAILY                 TO ROP-AVG-DAILY
           MOVE WS-SD-DAILY                  TO ROP-SD-DAILY
           MOVE WS-LEAD-DAYS                 TO ROP-LEAD-DAYS
           MOVE WS-SAFETY-DAYS               TO ROP-SAFETY-DAYS
           MOVE WS-ITM-REORDER(WS-ITEM-IDX)  TO ROP-CURRENT
           MOVE WS-PROPOSED                  TO ROP-PROPOSED
           MOVE 'P'                          TO ROP-STATUS
           WRITE PROPOSAL-RECORD.
       END PROGRAM ROPCALC.
