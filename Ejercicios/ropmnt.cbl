       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ROPMNT.
      ***************************************
      * REORDER POINT APPROVAL AND PLANNING DAYS, IN THE STYLE OF
      * THE POAPPR MENU. THE MONTHLY ROPCALC RUN WRITES ITS
      * PROPOSED REORDER POINTS TO roprop.dat AS PENDING; HERE EACH
      * IS APPROVED OR REJECTED UNDER THE APPROVER'S INITIALS, AND
      * THE APPROVED ONES ARE POSTED TO OH-REORDER ON ONHAND.DAT.
      * EVERY POINT CHANGED IS APPENDED TO ropchg.log WITH THE OLD
      * AND NEW VALUES, THE RUN IT CAME FROM AND WHO APPROVED IT.
      *
      * THE SAME MENU KEEPS ropparm.dat, THE LEAD-TIME AND SAFETY
      * DAYS ROPCALC USES FOR A PRODUCT/SIZE IN PLACE OF ITS
      * DEFAULTS. A LEAD OF ZERO MEANS "USE THE SUPPLIER'S LEAD
      * TIME". THE PRODUCT/SIZE MUST BE ON PRODMAST.DAT AND NOT A
      * KIT, SINCE A KIT HOLDS NO STOCK OF ITS OWN.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROPOSAL-FILE ASSIGN TO "roprop.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROPOSAL-STATUS.
           SELECT OPTIONAL PLANNING-FILE ASSIGN TO "ropparm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PLANNING-STATUS.
           SELECT ONHAND-FILE ASSIGN TO "ONHAND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ONHAND-STATUS.
           SELECT OPTIONAL CHANGE-LOG ASSIGN TO "ropchg.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT OPTIONAL KIT-FILE ASSIGN TO "kitdef.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROPOSAL-FILE.
           COPY ROPREC.
       FD PLANNING-FILE.
           COPY ROPPREC.
       FD ONHAND-FILE.
       01 ONHAND-RECORD.
          02 OH-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 OH-SIZE              PIC A.
          02 FILLER               PIC X.
          02 OH-ONHAND            PIC 9(6).
          02 FILLER               PIC X.
          02 OH-REORDER           PIC 9(6).
       FD CHANGE-LOG.
       01 CHANGE-LOG-RECORD.
          02 RCL-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 RCL-TIME             PIC 9(6).
          02 FILLER               PIC X.
          02 RCL-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 RCL-SIZE             PIC A.
          02 FILLER               PIC X.
          02 RCL-OLD-REORDER      PIC 9(6).
          02 FILLER               PIC X.
          02 RCL-NEW-REORDER      PIC 9(6).
          02 FILLER               PIC X.
          02 RCL-CALC-DATE        PIC 9(8).
          02 FILLER               PIC X.
          02 RCL-APPROVER         PIC X(3).
       FD PRODMAST.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
       FD KIT-FILE.
           COPY KITREC.
       WORKING-STORAGE SECTION.
       01 WS-PROPOSAL-STATUS PIC X(2) VALUE '00'.
       01 WS-PLANNING-STATUS PIC X(2) VALUE '00'.
       01 WS-ONHAND-STATUS   PIC X(2) VALUE '00'.
       01 WS-LOG-STATUS      PIC X(2) VALUE '00'.
       01 WS-PRODMAST-STATUS PIC X(2) VALUE '00'.
       01 WS-KIT-STATUS      PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
       01 WS-CURRENT-DATE    PIC 9(8).
      * THE TIME REGISTER CARRIES HHMMSSCC; ONLY HHMMSS IS KEPT.
       01 WS-TIME-RAW        PIC 9(8).
       01 WS-TIME-R REDEFINES WS-TIME-RAW.
          05 WS-CURRENT-TIME PIC 9(6).
          05 FILLER          PIC 9(2).
      * THE PROPOSALS AND PLANNING LINES ARE HELD IN STORAGE WHILE
      * THE MENU IS OPEN; EVERY CHANGE REWRITES THE FILE, THE
      * PRODMNT WAY.
       01 WS-PROPOSAL-TABLE.
          05 WS-ROP-DATA OCCURS 150 TIMES PIC X(66).
       01 WS-ROP-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-ROP-IDX         PIC 9(3) VALUE ZERO.
       01 WS-PLANNING-TABLE.
          05 WS-RPP-DATA OCCURS 150 TIMES PIC X(20).
       01 WS-RPP-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-RPP-IDX         PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-TABLE.
          05 WS-ONHAND-ENTRY OCCURS 150 TIMES.
             10 WS-OH-PRODNAME PIC X(10).
             10 WS-OH-SIZE     PIC A.
             10 WS-OH-ONHAND   PIC 9(6).
             10 WS-OH-REORDER  PIC 9(6).
       01 WS-ONHAND-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-IDX      PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-FOUND    PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES.
             10 WS-PRODNAME   PIC X(10).
             10 WS-PRODSIZE   PIC A OCCURS 3 TIMES.
       01 WS-PRODUCT-COUNT   PIC 99 VALUE ZERO.
       01 WS-PROD-IDX        PIC 99 VALUE ZERO.
       01 WS-SIZE-IDX        PIC 9 VALUE ZERO.
       01 WS-PRODUCT-OK      PIC X VALUE 'N'.
       01 WS-IS-KIT          PIC X VALUE 'N'.
      * ONLY THE KIT PRODUCT/SIZE IS NEEDED FROM EACH KIT LINE.
       01 WS-KIT-TABLE.
          05 WS-KIT-ENTRY OCCURS 300 TIMES.
             10 WS-KIT-PRODNAME PIC X(10).
             10 WS-KIT-SIZE     PIC A.
       01 WS-KIT-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-KIT-IDX         PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-NAME      PIC X(10).
       01 WS-ENTRY-SIZE      PIC A.
       01 WS-ENTRY-DAYS      PIC X(3).
       01 WS-ENTRY-ANSWER    PIC X.
       01 WS-APPROVER        PIC X(3).
       01 WS-NEW-STATUS      PIC X.
       01 WS-LEAD-DAYS       PIC 9(3) VALUE ZERO.
       01 WS-SAFETY-DAYS     PIC 9(3) VALUE ZERO.
       01 WS-DAYS-BAD        PIC X VALUE 'N'.
       01 WS-MATCH-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-PENDING-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-APPROVED-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-POSTED-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-OLD-REORDER     PIC 9(6) VALUE ZERO.
       01 DIS-QTY            PIC ZZZZZ9.
       01 DIS-QTY-2          PIC ZZZZZ9.
       01 DIS-AVG            PIC ZZZZ9.99.
       01 DIS-DAYS           PIC ZZ9.
       01 DIS-DAYS-2         PIC ZZ9.
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'ROPMNT'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'ROPMNT - REORDER POINT APPROVAL'
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-PROPOSAL-FILE
           PERFORM LOAD-PLANNING-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'REORDER POINTS'
              DISPLAY ' '
              DISPLAY '1 : LIST PROPOSALS'
              DISPLAY '2 : APPROVE PROPOSAL'
              DISPLAY '3 : REJECT PROPOSAL'
              DISPLAY '4 : APPROVE ALL PENDING'
              DISPLAY '5 : POST APPROVED TO ONHAND.DAT'
              DISPLAY '6 : SET PLANNING DAYS'
              DISPLAY '7 : REMOVE PLANNING DAYS'
              DISPLAY '8 : LIST PLANNING DAYS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM LISTPROPOSALS
                 WHEN 2 PERFORM APPROVEPROPOSAL
                 WHEN 3 PERFORM REJECTPROPOSAL
                 WHEN 4 PERFORM APPROVEALL
                 WHEN 5 PERFORM POSTAPPROVED
                 WHEN 6 PERFORM SETPLANNING
                 WHEN 7 PERFORM REMOVEPLANNING
                 WHEN 8 PERFORM LISTPLANNING
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
                 END-READ
              END-PERFORM
              CLOSE KIT-FILE
           END-IF.
       LOAD-PROPOSAL-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-ROP-COUNT
           OPEN INPUT PROPOSAL-FILE
           IF WS-PROPOSAL-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-ROP-COUNT >= 150
                 READ PROPOSAL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ROP-COUNT
                       MOVE PROPOSAL-RECORD
                          TO WS-ROP-DATA(WS-ROP-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PROPOSAL-FILE
           ELSE
              DISPLAY 'ERROR OPENING roprop.dat, STATUS: '
                 WS-PROPOSAL-STATUS
           END-IF
           PERFORM TALLY-PROPOSALS
           DISPLAY 'PROPOSALS ON FILE: ' WS-ROP-COUNT
              '  PENDING: ' WS-PENDING-COUNT
              '  APPROVED: ' WS-APPROVED-COUNT.
       TALLY-PROPOSALS.
           MOVE ZERO TO WS-PENDING-COUNT WS-APPROVED-COUNT
           PERFORM VARYING WS-ROP-IDX FROM 1 BY 1
              UNTIL WS-ROP-IDX > WS-ROP-COUNT
              MOVE WS-ROP-DATA(WS-ROP-IDX) TO PROPOSAL-RECORD
              EVALUATE TRUE
                 WHEN ROP-PENDING  ADD 1 TO WS-PENDING-COUNT
                 WHEN ROP-APPROVED ADD 1 TO WS-APPROVED-COUNT
              END-EVALUATE
           END-PERFORM.
       REWRITE-PROPOSAL-FILE.
           OPEN OUTPUT PROPOSAL-FILE
           IF WS-PROPOSAL-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING roprop.dat, STATUS: '
                 WS-PROPOSAL-STATUS
           ELSE
              PERFORM WRITE-ONE-PROPOSAL
                 VARYING WS-ROP-IDX FROM 1 BY 1
                 UNTIL WS-ROP-IDX > WS-ROP-COUNT
              CLOSE PROPOSAL-FILE
           END-IF
           PERFORM TALLY-PROPOSALS.
       WRITE-ONE-PROPOSAL.
           MOVE WS-ROP-DATA(WS-ROP-IDX) TO PROPOSAL-RECORD
           WRITE PROPOSAL-RECORD.
       LOAD-PLANNING-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PLANNING-FILE
           IF WS-PLANNING-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-RPP-COUNT >= 150
                 READ PLANNING-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RPP-COUNT
                       MOVE PLANNING-RECORD
                          TO WS-RPP-DATA(WS-RPP-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PLANNING-FILE
           ELSE
              DISPLAY 'ERROR OPENING ropparm.dat, STATUS: '
                 WS-PLANNING-STATUS
           END-IF.
       REWRITE-PLANNING-FILE.
           OPEN OUTPUT PLANNING-FILE
           IF WS-PLANNING-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING ropparm.dat, STATUS: '
                 WS-PLANNING-STATUS
           ELSE
              PERFORM WRITE-ONE-PLANNING
                 VARYING WS-RPP-IDX FROM 1 BY 1
                 UNTIL WS-RPP-IDX > WS-RPP-COUNT
              CLOSE PLANNING-FILE
           END-IF.
       WRITE-ONE-PLANNING.
           MOVE WS-RPP-DATA(WS-RPP-IDX) TO PLANNING-RECORD
           WRITE PLANNING-RECORD.
       LOAD-ONHAND-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-ONHAND-COUNT
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
                 END-READ
              END-PERFORM
              CLOSE ONHAND-FILE
           ELSE
              DISPLAY 'ERROR OPENING ONHAND.DAT, STATUS: '
                 WS-ONHAND-STATUS
           END-IF.
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
       ACCEPT-PRODUCT.
           DISPLAY 'ENTER PRODUCT NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY 'ENTER SIZE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-SIZE
           INSPECT WS-ENTRY-SIZE
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       ACCEPT-APPROVER.
           DISPLAY 'APPROVED BY (INITIALS): ' WITH NO ADVANCING
           ACCEPT WS-APPROVER
           INSPECT WS-APPROVER
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
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
       CHECK-KIT.
           MOVE 'N' TO WS-IS-KIT
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-COUNT
              IF WS-KIT-PRODNAME(WS-KIT-IDX) = WS-ENTRY-NAME
                 AND WS-KIT-SIZE(WS-KIT-IDX) = WS-ENTRY-SIZE
                 MOVE 'Y' TO WS-IS-KIT
              END-IF
           END-PERFORM.
       FIND-PROPOSAL.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-ROP-IDX FROM 1 BY 1
              UNTIL WS-ROP-IDX > WS-ROP-COUNT
              MOVE WS-ROP-DATA(WS-ROP-IDX) TO PROPOSAL-RECORD
              IF ROP-PRODNAME = WS-ENTRY-NAME
                 AND ROP-SIZE = WS-ENTRY-SIZE
                 MOVE WS-ROP-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       FIND-PLANNING.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-RPP-IDX FROM 1 BY 1
              UNTIL WS-RPP-IDX > WS-RPP-COUNT
              MOVE WS-RPP-DATA(WS-RPP-IDX) TO PLANNING-RECORD
              IF RPP-PRODNAME = WS-ENTRY-NAME
                 AND RPP-SIZE = WS-ENTRY-SIZE
                 MOVE WS-RPP-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       LISTPROPOSALS.
           DISPLAY ' '
           IF WS-ROP-COUNT = ZERO
              DISPLAY 'NO PROPOSALS ON FILE - RUN ROPCALC.'
           ELSE
              DISPLAY 'PRODUCT    S  AVG/DAY LEAD SAFE  CURRENT '
                 'PROPOSED STATUS'
              PERFORM LIST-ONE-PROPOSAL
                 VARYING WS-ROP-IDX FROM 1 BY 1
                 UNTIL WS-ROP-IDX > WS-ROP-COUNT
              DISPLAY 'PENDING: ' WS-PENDING-COUNT
                 '  APPROVED, NOT POSTED: ' WS-APPROVED-COUNT
           END-IF.
       LIST-ONE-PROPOSAL.
           MOVE WS-ROP-DATA(WS-ROP-IDX) TO PROPOSAL-RECORD
           MOVE ROP-AVG-DAILY   TO DIS-AVG
           MOVE ROP-LEAD-DAYS   TO DIS-DAYS
           MOVE ROP-SAFETY-DAYS TO DIS-DAYS-2
           MOVE ROP-CURRENT     TO DIS-QTY
           MOVE ROP-PROPOSED    TO DIS-QTY-2
           EVALUATE TRUE
              WHEN ROP-PENDING
                 DISPLAY ROP-PRODNAME ' ' ROP-SIZE ' ' DIS-AVG '  '
                    DIS-DAYS '  ' DIS-DAYS-2 '   ' DIS-QTY '   '
                    DIS-QTY-2 ' PENDING'
              WHEN ROP-APPROVED
                 DISPLAY ROP-PRODNAME ' ' ROP-SIZE ' ' DIS-AVG '  '
                    DIS-DAYS '  ' DIS-DAYS-2 '   ' DIS-QTY '   '
                    DIS-QTY-2 ' APPROVED ' ROP-APPROVER
              WHEN ROP-REJECTED
                 DISPLAY ROP-PRODNAME ' ' ROP-SIZE ' ' DIS-AVG '  '
                    DIS-DAYS '  ' DIS-DAYS-2 '   ' DIS-QTY '   '
                    DIS-QTY-2 ' REJECTED ' ROP-APPROVER
              WHEN OTHER
                 DISPLAY ROP-PRODNAME ' ' ROP-SIZE ' ' DIS-AVG '  '
                    DIS-DAYS '  ' DIS-DAYS-2 '   ' DIS-QTY '   '
                    DIS-QTY-2 ' POSTED   ' ROP-APPROVER
           END-EVALUATE.
       APPROVEPROPOSAL.
           DISPLAY ' '
           MOVE 'A' TO WS-NEW-STATUS
           PERFORM DECIDE-ONE-PROPOSAL.
       REJECTPROPOSAL.
           DISPLAY ' '
           MOVE 'R' TO WS-NEW-STATUS
           PERFORM DECIDE-ONE-PROPOSAL.
       DECIDE-ONE-PROPOSAL.
      * ONLY A PENDING PROPOSAL IS DECIDED; ONE ALREADY APPROVED OR
      * REJECTED STAYS AS IT IS UNTIL THE NEXT ROPCALC RUN.
           PERFORM ACCEPT-PRODUCT
           PERFORM FIND-PROPOSAL
           IF WS-FOUND-IDX > ZERO
              MOVE WS-ROP-DATA(WS-FOUND-IDX) TO PROPOSAL-RECORD
           END-IF
           EVALUATE TRUE
              WHEN WS-FOUND-IDX = ZERO
                 DISPLAY 'NO PROPOSAL FOR THAT PRODUCT/SIZE.'
              WHEN NOT ROP-PENDING
                 DISPLAY 'PROPOSAL ALREADY DECIDED.'
              WHEN OTHER
                 PERFORM ACCEPT-APPROVER
                 IF WS-APPROVER = SPACES
                    DISPLAY 'APPROVER INITIALS REQUIRED - NOTHING '
                       'CHANGED.'
                 ELSE
                    MOVE WS-NEW-STATUS TO ROP-STATUS
                    MOVE WS-APPROVER   TO ROP-APPROVER
                    MOVE PROPOSAL-RECORD TO WS-ROP-DATA(WS-FOUND-IDX)
                    PERFORM REWRITE-PROPOSAL-FILE
                    MOVE ROP-PROPOSED TO DIS-QTY
                    MOVE 'I' TO LOG-SEVERITY
                    MOVE SPACES TO LOG-MESSAGE
                    IF ROP-APPROVED
                       DISPLAY 'PROPOSAL APPROVED.'
                       STRING 'REORDER POINT ' ROP-PRODNAME ' '
                          ROP-SIZE ' ' DIS-QTY ' APPROVED BY '
                          WS-APPROVER
                          DELIMITED BY SIZE INTO LOG-MESSAGE
                    ELSE
                       DISPLAY 'PROPOSAL REJECTED.'
                       STRING 'REORDER POINT ' ROP-PRODNAME ' '
                          ROP-SIZE ' ' DIS-QTY ' REJECTED BY '
                          WS-APPROVER
                          DELIMITED BY SIZE INTO LOG-MESSAGE
                    END-IF
                    PERFORM WRITE-OPS-LOG
                 END-IF
           END-EVALUATE.
       APPROVEALL.
           DISPLAY ' '
           IF WS-PENDING-COUNT = ZERO
              DISPLAY 'NO PENDING PROPOSALS.'
           ELSE
              DISPLAY WS-PENDING-COUNT ' PENDING PROPOSAL(S)'
              PERFORM ACCEPT-APPROVER
              DISPLAY 'APPROVE THEM ALL (Y/N)? ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-ANSWER
              IF WS-APPROVER = SPACES
                 OR (WS-ENTRY-ANSWER NOT = 'Y' AND NOT = 'y')
                 DISPLAY 'NOTHING APPROVED.'
              ELSE
                 MOVE ZERO TO WS-MATCH-COUNT
                 PERFORM APPROVE-ONE-PENDING
                    VARYING WS-ROP-IDX FROM 1 BY 1
                    UNTIL WS-ROP-IDX > WS-ROP-COUNT
                 PERFORM REWRITE-PROPOSAL-FILE
                 DISPLAY 'PROPOSALS APPROVED: ' WS-MATCH-COUNT
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'REORDER POINTS APPROVED BY ' WS-APPROVER
                    ': ' WS-MATCH-COUNT ' PROPOSAL(S)'
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
              END-IF
           END-IF.
       APPROVE-ONE-PENDING.
           MOVE WS-ROP-DATA(WS-ROP-IDX) TO PROPOSAL-RECORD
           IF ROP-PENDING
              MOVE 'A'         TO ROP-STATUS
              MOVE WS-APPROVER TO ROP-APPROVER
              MOVE PROPOSAL-RECORD TO WS-ROP-DATA(WS-ROP-IDX)
              ADD 1 TO WS-MATCH-COUNT
           END-IF.
       POSTAPPROVED.
      * ONHAND.DAT IS RE-READ AT POSTING SO RECEIPTS AND SALES SINCE
      * THE MENU OPENED ARE KEPT; ONLY OH-REORDER IS TOUCHED.
           DISPLAY ' '
           IF WS-APPROVED-COUNT = ZERO
              DISPLAY 'NO APPROVED PROPOSALS TO POST.'
           ELSE
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-TIME-RAW FROM TIME
              PERFORM LOAD-ONHAND-TABLE
              IF WS-ONHAND-STATUS NOT = '00' AND '05'
                 DISPLAY 'NOTHING POSTED.'
              ELSE
                 MOVE ZERO TO WS-POSTED-COUNT
                 PERFORM POST-ONE-PROPOSAL
                    VARYING WS-ROP-IDX FROM 1 BY 1
                    UNTIL WS-ROP-IDX > WS-ROP-COUNT
                 IF WS-POSTED-COUNT > ZERO
                    PERFORM REWRITE-ONHAND-FILE
                 END-IF
                 PERFORM REWRITE-PROPOSAL-FILE
                 DISPLAY 'REORDER POINTS POSTED: ' WS-POSTED-COUNT
                    ', CHANGES IN ropchg.log'
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'REORDER POINTS POSTED TO ONHAND.DAT: '
                    WS-POSTED-COUNT
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
              END-IF
           END-IF.
       POST-ONE-PROPOSAL.
      * AN ITEM DROPPED FROM ONHAND.DAT SINCE THE RUN HAS NOTHING TO
      * POST TO; ITS PROPOSAL STAYS APPROVED AND IS REPORTED.
           MOVE WS-ROP-DATA(WS-ROP-IDX) TO PROPOSAL-RECORD
           IF ROP-APPROVED
              MOVE ZERO TO WS-ONHAND-FOUND
              PERFORM VARYING WS-ONHAND-IDX FROM 1 BY 1
                 UNTIL WS-ONHAND-IDX > WS-ONHAND-COUNT
                 IF WS-OH-PRODNAME(WS-ONHAND-IDX) = ROP-PRODNAME
                    AND WS-OH-SIZE(WS-ONHAND-IDX) = ROP-SIZE
                    MOVE WS-ONHAND-IDX TO WS-ONHAND-FOUND
                 END-IF
              END-PERFORM
              IF WS-ONHAND-FOUND = ZERO
                 DISPLAY 'NOT ON ONHAND.DAT - NOT POSTED: '
                    ROP-PRODNAME ' ' ROP-SIZE
              ELSE
                 MOVE WS-OH-REORDER(WS-ONHAND-FOUND) TO WS-OLD-REORDER
                 MOVE ROP-PROPOSED TO WS-OH-REORDER(WS-ONHAND-FOUND)
                 PERFORM WRITE-CHANGE-LOG
                 MOVE 'D' TO ROP-STATUS
                 MOVE PROPOSAL-RECORD TO WS-ROP-DATA(WS-ROP-IDX)
                 ADD 1 TO WS-POSTED-COUNT
              END-IF
           END-IF.
       WRITE-CHANGE-LOG.
      * APPEND ONE LINE PER REORDER POINT CHANGED, THE WAY INVCOUNT
      * JOURNALS ITS ADJUSTMENTS. THE OLD VALUE IS THE ONE FOUND ON
      * ONHAND.DAT AT POSTING, NOT THE ONE ROPCALC SAW.
           OPEN EXTEND CHANGE-LOG
           IF WS-LOG-STATUS = '00' OR '05'
              MOVE SPACES          TO CHANGE-LOG-RECORD
              MOVE WS-CURRENT-DATE TO RCL-DATE
              MOVE WS-CURRENT-TIME TO RCL-TIME
              MOVE ROP-PRODNAME    TO RCL-PRODNAME
              MOVE ROP-SIZE        TO RCL-SIZE
              MOVE WS-OLD-REORDER  TO RCL-OLD-REORDER
              MOVE ROP-PROPOSED    TO RCL-NEW-REORDER
              MOVE ROP-CALC-DATE   TO RCL-CALC-DATE
              MOVE ROP-APPROVER    TO RCL-APPROVER
              WRITE CHANGE-LOG-RECORD
              CLOSE CHANGE-LOG
           ELSE
              DISPLAY 'ERROR ON ropchg.log OPEN - FILE STATUS '
                 WS-LOG-STATUS
           END-IF.
       ACCEPT-PLANNING-DAYS.
           MOVE 'N' TO WS-DAYS-BAD
           MOVE ZERO TO WS-LEAD-DAYS WS-SAFETY-DAYS
           DISPLAY 'LEAD DAYS (0 = SUPPLIER LEAD TIME): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-DAYS
           IF WS-ENTRY-DAYS NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-ENTRY-DAYS) = ZERO
                 COMPUTE WS-LEAD-DAYS = FUNCTION NUMVAL(WS-ENTRY-DAYS)
              ELSE
                 MOVE 'Y' TO WS-DAYS-BAD
              END-IF
           END-IF
           DISPLAY 'SAFETY-STOCK DAYS: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-DAYS
           IF WS-ENTRY-DAYS NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-ENTRY-DAYS) = ZERO
                 COMPUTE WS-SAFETY-DAYS =
                    FUNCTION NUMVAL(WS-ENTRY-DAYS)
              ELSE
                 MOVE 'Y' TO WS-DAYS-BAD
              END-IF
           END-IF.
       SETPLANNING.
           DISPLAY ' '
           PERFORM ACCEPT-PRODUCT
           PERFORM CHECK-PRODUCT-AND-SIZE
           PERFORM CHECK-KIT
           EVALUATE TRUE
              WHEN WS-PRODUCT-OK = 'N'
                 DISPLAY 'PRODUCT/SIZE NOT ON PRODUCT FILE.'
              WHEN WS-IS-KIT = 'Y'
                 DISPLAY 'PRODUCT/SIZE IS A KIT - KITS HOLD NO '
                    'STOCK.'
              WHEN OTHER
                 PERFORM ACCEPT-PLANNING-DAYS
                 PERFORM FIND-PLANNING
                 EVALUATE TRUE
                    WHEN WS-DAYS-BAD = 'Y'
                       DISPLAY 'DAYS MUST BE A WHOLE NUMBER 0-999.'
                    WHEN WS-FOUND-IDX = ZERO AND WS-RPP-COUNT >= 150
                       DISPLAY 'PLANNING FILE FULL.'
                    WHEN OTHER
                       IF WS-FOUND-IDX = ZERO
                          ADD 1 TO WS-RPP-COUNT
                          MOVE WS-RPP-COUNT TO WS-FOUND-IDX
                       END-IF
                       MOVE SPACES TO PLANNING-RECORD
                       MOVE WS-ENTRY-NAME  TO RPP-PRODNAME
                       MOVE WS-ENTRY-SIZE  TO RPP-SIZE
                       MOVE WS-LEAD-DAYS   TO RPP-LEAD-DAYS
                       MOVE WS-SAFETY-DAYS TO RPP-SAFETY-DAYS
                       MOVE PLANNING-RECORD TO WS-RPP-DATA(WS-FOUND-IDX)
                       PERFORM REWRITE-PLANNING-FILE
                       DISPLAY 'PLANNING DAYS SAVED.'
                 END-EVALUATE
           END-EVALUATE.
       REMOVEPLANNING.
           DISPLAY ' '
           PERFORM ACCEPT-PRODUCT
           PERFORM FIND-PLANNING
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'NO PLANNING DAYS FOR THAT PRODUCT/SIZE.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-RPP-COUNT
                 MOVE WS-RPP-DATA(WS-MOVE-IDX + 1)
                    TO WS-RPP-DATA(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-RPP-COUNT
              PERFORM REWRITE-PLANNING-FILE
              DISPLAY 'PLANNING DAYS REMOVED - ROPCALC DEFAULTS APPLY.'
           END-IF.
       LISTPLANNING.
           DISPLAY ' '
           IF WS-RPP-COUNT = ZERO
              DISPLAY 'NO PLANNING DAYS ON FILE - DEFAULTS APPLY.'
           ELSE
              DISPLAY 'PRODUCT    S LEAD SAFE'
              PERFORM LIST-ONE-PLANNING
                 VARYING WS-RPP-IDX FROM 1 BY 1
                 UNTIL WS-RPP-IDX > WS-RPP-COUNT
           END-IF.
       LIST-ONE-PLANNING.
           MOVE WS-RPP-DATA(WS-RPP-IDX) TO PLANNING-RECORD
           MOVE RPP-LEAD-DAYS   TO DIS-DAYS
           MOVE RPP-SAFETY-DAYS TO DIS-DAYS-2
           IF RPP-LEAD-DAYS = ZERO
              DISPLAY RPP-PRODNAME ' ' RPP-SIZE ' SUPP  ' DIS-DAYS-2
           ELSE
              DISPLAY RPP-PRODNAME ' ' RPP-SIZE '  ' DIS-DAYS '  '
                 DIS-DAYS-2
           END-IF.
       END PROGRAM ROPMNT.
