      *   ROP - SET THE REORDER POINT FOR THE PRODUCT/SIZE
      * THE WHOLE ON-HAND FILE IS HELD IN STORAGE AND REWRITTEN AT
      * END OF RUN, THE WAY PRODMNT REWRITES THE PRODUCT MASTER.
      *
      * EVERY RCP IS ALSO MATCHED AGAINST THE PURCHASE ORDERS ON
      * PURCHORD.DAT: THE PO LINE NAMED IN RCP-PONUM, OR WHEN THAT IS
      * BLANK THE OLDEST APPROVED OR SENT LINE FOR THE PRODUCT/SIZE.
      * THE QUANTITY IS ADDED TO PO-QTY-RECEIVED AND A LINE THAT HAS
      * HAD ITS FULL QUANTITY IS CLOSED. THE PO EXCEPTIONS REPORT
      * pomatch.rpt LISTS OVER-RECEIPTS, SHORT (PART) RECEIPTS,
      * RECEIPTS WITH NO PO LINE, AND PO LINES STILL OUTSTANDING
      * PAST THEIR DUE DATE.
      * EVERY QUANTITY POSTED IS ALSO RECORDED IN THE STKMOVE.DAT
      * MOVEMENT HISTORY THROUGH THE STKMOVE ROUTINE.
      * EACH RECEIPT LINE ON stockrcpt.rpt SHOWS THE PUT-AWAY BIN
      * FROM THE BINMNT FILE binloc.dat, OR NO BIN WHEN THE
      * PRODUCT/SIZE HAS NONE YET.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT RECEIPT-REPORT ASSIGN TO "stockrcpt.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PO-FILE ASSIGN TO "PURCHORD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PO-STATUS.
           SELECT MATCH-REPORT ASSIGN TO "pomatch.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BIN-FILE ASSIGN TO "binloc.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
          02 RCP-SIZE             PIC A.
          02 FILLER               PIC X.
          02 RCP-QTY              PIC 9(6).
      * PURCHASE ORDER THE GOODS ARRIVED AGAINST; BLANK ON RECEIPTS
      * KEYED WITHOUT ONE AND ON OLDER RECORDS.
          02 FILLER               PIC X.
          02 RCP-PONUM            PIC 9(6).
       FD ONHAND-FILE.
       01 ONHAND-RECORD.
          02 OH-PRODNAME          PIC X(10).
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
       FD RECEIPT-REPORT.
       01 PRINT-LINE              PIC X(72).
       FD PO-FILE.
           COPY POREC.
       FD MATCH-REPORT.
       01 MATCH-PRINT-LINE        PIC X(80).
       FD BIN-FILE.
           COPY BINREC.
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(22) VALUE
          'GOODS-RECEIPT REGISTER'.
          02 PRN-ACTION           PIC X(9).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-QTY              PIC ZZZZZ9.
          02 FILLER               PIC X(04) VALUE ' PO '.
          02 PRN-PONUM            PIC X(6).
          02 FILLER               PIC X(05) VALUE ' BIN '.
          02 PRN-BIN              PIC X(8).
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'RECEIPTS POSTED:     '.
          02 PRN-REJECTED         PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(60) VALUE SPACES.
       01 MATCH-HEADING           PIC X(21) VALUE
          'PO RECEIPT EXCEPTIONS'.
       01 MATCH-DETAIL-LINE.
          02 FILLER               PIC X(03) VALUE 'PO '.
          02 PRN-MATCH-PONUM      PIC X(6).
          02 FILLER               PIC X(01) VALUE '/'.
          02 PRN-MATCH-LINE       PIC X(2).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-MATCH-PRODNAME   PIC X(10).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-MATCH-SIZE       PIC A.
          02 FILLER               PIC X(06) VALUE ' ORD: '.
          02 PRN-MATCH-ORDERED    PIC ZZZZZ9.
          02 FILLER               PIC X(07) VALUE ' RCVD: '.
          02 PRN-MATCH-RECEIVED   PIC ZZZZZ9.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-MATCH-REASON     PIC X(24).
       01 MATCH-COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'RECEIPTS MATCHED:    '.
          02 PRN-MATCHED          PIC ZZZZ9.
       01 MATCH-COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'OVER-RECEIPTS:       '.
          02 PRN-OVER             PIC ZZZZ9.
       01 MATCH-COUNT-LINE-3.
          02 FILLER               PIC X(21) VALUE
             'SHORT RECEIPTS:      '.
          02 PRN-SHORT            PIC ZZZZ9.
       01 MATCH-COUNT-LINE-4.
          02 FILLER               PIC X(21) VALUE
             'RECEIPTS WITHOUT PO: '.
          02 PRN-UNMATCHED        PIC ZZZZ9.
       01 MATCH-COUNT-LINE-5.
          02 FILLER               PIC X(21) VALUE
             'PO LINES PAST DUE:   '.
          02 PRN-PAST-DUE         PIC ZZZZ9.
       01 MATCH-BLANK-LINE        PIC X(80) VALUE SPACES.
       01 WS-RECEIPT-STATUS       PIC X(2).
       01 WS-ONHAND-STATUS        PIC X(2).
       01 WS-PRODMAST-STATUS      PIC X(2).
       01 WS-PO-STATUS            PIC X(2).
       01 WS-BIN-STATUS           PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
      * THE LOADED PRODUCT TABLE, FOR VALIDATING RECEIPTS THE SAME
       01 WS-ONHAND-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-IDX           PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(3) VALUE ZERO.
      * THE BINMNT BIN FILE, FOR THE PUT-AWAY BIN OF EACH RECEIPT.
       01 WS-BIN-TABLE.
          05 WS-BIN-ENTRY OCCURS 150 TIMES.
             10 WS-BIN-PRODNAME   PIC X(10).
             10 WS-BIN-SIZE       PIC A.
             10 WS-BIN-AISLE      PIC X(2).
             10 WS-BIN-BAY        PIC X(2).
             10 WS-BIN-LEVEL      PIC X.
       01 WS-BIN-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-BIN-IDX              PIC 9(3) VALUE ZERO.
       01 WS-BIN-PRINT.
          05 WS-BPR-AISLE         PIC X(2).
          05 FILLER               PIC X VALUE '-'.
          05 WS-BPR-BAY           PIC X(2).
          05 FILLER               PIC X VALUE '-'.
          05 WS-BPR-LEVEL         PIC X.
       01 WS-POSTED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
      * THE PURCHASE-ORDER FILE IN STORAGE WHILE RECEIPTS MATCH;
      * REWRITTEN AT END OF RUN WHEN ANY LINE TOOK A RECEIPT.
       01 WS-PO-TABLE.
          05 WS-PO-ENTRY OCCURS 1000 TIMES.
             10 WS-PO-DATA        PIC X(71).
       01 WS-PO-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-PO-IDX               PIC 9(4) VALUE ZERO.
       01 WS-PO-FOUND             PIC 9(4) VALUE ZERO.
       01 WS-PO-CHANGED           PIC X VALUE 'N'.
       01 WS-PO-FULL              PIC X VALUE 'N'.
       01 WS-OLDEST-PO            PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-MATCHED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-OVER-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-SHORT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-UNMATCHED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-PAST-DUE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM          PIC X(8) VALUE 'INVRCPT'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       01 WS-STKMOVE-PROG         PIC X(7) VALUE 'STKMOVE'.
       01 STKMOVE-PARMS.
          05 SMV-DATE             PIC 9(8).
          05 SMV-PRODNAME         PIC X(10).
          05 SMV-SIZE             PIC X.
          05 SMV-SOURCE           PIC X(8) VALUE 'INVRCPT'.
          05 SMV-REF              PIC 9(6).
          05 SMV-QTY              PIC S9(6).
          05 SMV-BALANCE          PIC 9(6).
          05 SMV-RC               PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'INVRCPT - GOODS-RECEIPT POSTING'
           PERFORM LOAD-PRODUCT-TABLE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-ONHAND-TABLE
           PERFORM LOAD-PO-TABLE
      * MATCHED LINES ARE WRITTEN BACK FROM THE TABLE, SO A FILE
      * BIGGER THAN THE TABLE WOULD LOSE ITS LATER LINES; NOTHING
      * IS POSTED UNTIL THE FILE IS BACK WITHIN THE TABLE.
           IF WS-PO-FULL = 'Y'
              DISPLAY 'PURCHORD.DAT OVER 1000 LINES'
                 ' - RUN REFUSED, FILE NOT CHANGED'
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'PURCHORD.DAT OVER 1000 LINES - RECEIPTS REFUSED'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-BIN-TABLE
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = '00'
              DISPLAY 'NO stockrcpt.dat - NOTHING TO POST, STATUS: '
           OPEN OUTPUT RECEIPT-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           OPEN OUTPUT MATCH-REPORT
           WRITE MATCH-PRINT-LINE FROM MATCH-HEADING
           WRITE MATCH-PRINT-LINE FROM MATCH-BLANK-LINE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
              READ RECEIPT-FILE
           END-PERFORM
           CLOSE RECEIPT-FILE
           PERFORM REWRITE-ONHAND-FILE
           PERFORM LIST-PAST-DUE-LINE
              VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-COUNT
           IF WS-PO-CHANGED = 'Y'
              PERFORM REWRITE-PO-FILE
           END-IF
           WRITE MATCH-PRINT-LINE FROM MATCH-BLANK-LINE
           MOVE WS-MATCHED-COUNT TO PRN-MATCHED
           WRITE MATCH-PRINT-LINE FROM MATCH-COUNT-LINE-1
           MOVE WS-OVER-COUNT TO PRN-OVER
           WRITE MATCH-PRINT-LINE FROM MATCH-COUNT-LINE-2
           MOVE WS-SHORT-COUNT TO PRN-SHORT
           WRITE MATCH-PRINT-LINE FROM MATCH-COUNT-LINE-3
           MOVE WS-UNMATCHED-COUNT TO PRN-UNMATCHED
           WRITE MATCH-PRINT-LINE FROM MATCH-COUNT-LINE-4
           MOVE WS-PAST-DUE-COUNT TO PRN-PAST-DUE
           WRITE MATCH-PRINT-LINE FROM MATCH-COUNT-LINE-5
           WRITE MATCH-PRINT-LINE FROM REPORT-FOOTING
           CLOSE MATCH-REPORT
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-POSTED-COUNT TO PRN-POSTED
           WRITE PRINT-LINE FROM COUNT-LINE-1
           CLOSE RECEIPT-REPORT
           DISPLAY 'RECEIPTS POSTED:   ' WS-POSTED-COUNT
           DISPLAY 'RECEIPTS REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'OVER-RECEIPTS:     ' WS-OVER-COUNT
           DISPLAY 'RECEIPTS NO PO:    ' WS-UNMATCHED-COUNT
           DISPLAY 'PO LINES PAST DUE: ' WS-PAST-DUE-COUNT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'RECEIPTS POSTED ' WS-POSTED-COUNT
              ' REJECTED ' WS-REJECT-COUNT DELIMITED BY SIZE
              INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           IF WS-REJECT-COUNT > ZERO OR WS-OVER-COUNT > ZERO
              OR WS-UNMATCHED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
                 ELSE
                    ADD RCP-QTY TO WS-OH-ONHAND(WS-FOUND-IDX)
                    ADD 1 TO WS-POSTED-COUNT
                    PERFORM MATCH-PURCHASE-ORDER
                    PERFORM RECORD-STOCK-MOVEMENT
                    MOVE 'RECEIVED ' TO PRN-ACTION
                    PERFORM FIND-PUT-AWAY-BIN
                    PERFORM WRITE-RECEIPT-DETAIL
                 END-IF
              WHEN RCP-REORDER-PT
                 ELSE
                    MOVE RCP-QTY TO WS-OH-REORDER(WS-FOUND-IDX)
                    ADD 1 TO WS-POSTED-COUNT
                    MOVE ZERO TO WS-PO-FOUND
                    MOVE 'REORD PT ' TO PRN-ACTION
                    MOVE SPACES TO PRN-BIN
                    PERFORM WRITE-RECEIPT-DETAIL
                 END-IF
              WHEN OTHER
              MOVE ZERO         TO WS-OH-ONHAND(WS-FOUND-IDX)
              MOVE ZERO         TO WS-OH-REORDER(WS-FOUND-IDX)
           END-IF.
       RECORD-STOCK-MOVEMENT.
      * EVERY RECEIPT GOES TO THE MOVEMENT HISTORY AGAINST THE PO IT
      * MATCHED. A MISSING RECORDER MUST NEVER STOP THE POSTING
      * ITSELF; THE STOCK CARD THEN SHOWS THE GAP.
           MOVE RCP-DATE     TO SMV-DATE
           MOVE RCP-PRODNAME TO SMV-PRODNAME
           MOVE RCP-SIZE     TO SMV-SIZE
           IF WS-PO-FOUND = ZERO
              MOVE ZERO TO SMV-REF
           ELSE
              MOVE PO-NUMBER TO SMV-REF
           END-IF
           MOVE RCP-QTY      TO SMV-QTY
           MOVE WS-OH-ONHAND(WS-FOUND-IDX) TO SMV-BALANCE
           CALL WS-STKMOVE-PROG USING STKMOVE-PARMS
              ON EXCEPTION
                 DISPLAY 'STKMOVE NOT AVAILABLE - MOVEMENT NOT '
                    'RECORDED'
           END-CALL.
       LOAD-BIN-TABLE.
      * NO binloc.dat SIMPLY MEANS NO BINS ARE ASSIGNED YET; EVERY
      * RECEIPT THEN PRINTS NO BIN.
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
                       MOVE BIN-AISLE
                          TO WS-BIN-AISLE(WS-BIN-COUNT)
                       MOVE BIN-BAY
                          TO WS-BIN-BAY(WS-BIN-COUNT)
                       MOVE BIN-LEVEL
                          TO WS-BIN-LEVEL(WS-BIN-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BIN-FILE
           ELSE
              DISPLAY 'ERROR OPENING binloc.dat, STATUS: '
                 WS-BIN-STATUS
           END-IF
           DISPLAY 'BINS LOADED: ' WS-BIN-COUNT.
       FIND-PUT-AWAY-BIN.
           MOVE 'NO BIN' TO PRN-BIN
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
              UNTIL WS-BIN-IDX > WS-BIN-COUNT
              IF WS-BIN-PRODNAME(WS-BIN-IDX) = RCP-PRODNAME
                 AND WS-BIN-SIZE(WS-BIN-IDX) = RCP-SIZE
                 MOVE WS-BIN-AISLE(WS-BIN-IDX) TO WS-BPR-AISLE
                 MOVE WS-BIN-BAY(WS-BIN-IDX)   TO WS-BPR-BAY
                 MOVE WS-BIN-LEVEL(WS-BIN-IDX) TO WS-BPR-LEVEL
                 MOVE WS-BIN-PRINT TO PRN-BIN
              END-IF
           END-PERFORM.
       WRITE-RECEIPT-DETAIL.
           MOVE RCP-DATE     TO PRN-DATE
           MOVE RCP-PRODNAME TO PRN-PRODNAME
           MOVE RCP-SIZE     TO PRN-SIZE
           MOVE RCP-QTY      TO PRN-QTY
           IF WS-PO-FOUND = ZERO
              MOVE SPACES TO PRN-PONUM
           ELSE
              MOVE PO-NUMBER TO PRN-PONUM
           END-IF
           WRITE PRINT-LINE FROM RECEIPT-DETAIL-LINE.
       REWRITE-ONHAND-FILE.
           OPEN OUTPUT ONHAND-FILE
           MOVE WS-OH-ONHAND(WS-ONHAND-IDX)   TO OH-ONHAND
           MOVE WS-OH-REORDER(WS-ONHAND-IDX)  TO OH-REORDER
           WRITE ONHAND-RECORD.
       LOAD-PO-TABLE.
      * NO PURCHORD.DAT SIMPLY MEANS NOTHING IS ON ORDER; EVERY
      * RECEIPT THEN SHOWS ON THE EXCEPTIONS REPORT WITHOUT A PO.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PO-FILE
           IF WS-PO-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-PO-COUNT >= 1000
                 READ PO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PO-COUNT
                       MOVE PO-RECORD TO WS-PO-DATA(WS-PO-COUNT)
                 END-READ
              END-PERFORM
              IF NOT WS-EOF
                 READ PO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END MOVE 'Y' TO WS-PO-FULL
                 END-READ
              END-IF
              CLOSE PO-FILE
           ELSE
              DISPLAY 'ERROR OPENING PURCHORD.DAT, STATUS: '
                 WS-PO-STATUS
           END-IF
           DISPLAY 'PO LINES LOADED: ' WS-PO-COUNT.
       MATCH-PURCHASE-ORDER.
      * A NAMED PO MUST CARRY AN APPROVED OR SENT LINE FOR THE SAME
      * PRODUCT/SIZE; WITHOUT ONE THE OLDEST SUCH LINE ON FILE -
      * THE LOWEST PO NUMBER - TAKES THE RECEIPT.
           MOVE ZERO TO WS-PO-FOUND
           IF RCP-PONUM IS NUMERIC AND RCP-PONUM > ZERO
              PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT OR WS-PO-FOUND > ZERO
                 MOVE WS-PO-DATA(WS-PO-IDX) TO PO-RECORD
                 IF PO-NUMBER = RCP-PONUM
                    AND PO-PRODNAME = RCP-PRODNAME
                    AND PO-SIZE = RCP-SIZE AND PO-RECEIVABLE
                    MOVE WS-PO-IDX TO WS-PO-FOUND
                 END-IF
              END-PERFORM
           ELSE
              MOVE 999999 TO WS-OLDEST-PO
              PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT
                 MOVE WS-PO-DATA(WS-PO-IDX) TO PO-RECORD
                 IF PO-PRODNAME = RCP-PRODNAME
                    AND PO-SIZE = RCP-SIZE AND PO-RECEIVABLE
                    AND PO-NUMBER < WS-OLDEST-PO
                    MOVE PO-NUMBER TO WS-OLDEST-PO
                    MOVE WS-PO-IDX TO WS-PO-FOUND
                 END-IF
              END-PERFORM
           END-IF
           IF WS-PO-FOUND = ZERO
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE SPACES TO PO-RECORD
              MOVE ZERO TO PO-QTY-ORDERED
              MOVE RCP-QTY TO PO-QTY-RECEIVED
              MOVE RCP-PRODNAME TO PO-PRODNAME
              MOVE RCP-SIZE TO PO-SIZE
              MOVE 'NO OPEN PO LINE' TO PRN-MATCH-REASON
              PERFORM WRITE-MATCH-DETAIL
           ELSE
              ADD 1 TO WS-MATCHED-COUNT
              MOVE WS-PO-DATA(WS-PO-FOUND) TO PO-RECORD
              ADD RCP-QTY TO PO-QTY-RECEIVED
              EVALUATE TRUE
                 WHEN PO-QTY-RECEIVED > PO-QTY-ORDERED
                    ADD 1 TO WS-OVER-COUNT
                    SET PO-CLOSED TO TRUE
                    MOVE 'OVER-RECEIPT' TO PRN-MATCH-REASON
                    PERFORM WRITE-MATCH-DETAIL
                 WHEN PO-QTY-RECEIVED = PO-QTY-ORDERED
                    SET PO-CLOSED TO TRUE
                 WHEN OTHER
                    ADD 1 TO WS-SHORT-COUNT
                    MOVE 'SHORT - LINE STAYS OPEN' TO PRN-MATCH-REASON
                    PERFORM WRITE-MATCH-DETAIL
              END-EVALUATE
              MOVE PO-RECORD TO WS-PO-DATA(WS-PO-FOUND)
              MOVE 'Y' TO WS-PO-CHANGED
           END-IF.
       WRITE-MATCH-DETAIL.
           IF PO-NUMBER IS NUMERIC
              MOVE PO-NUMBER TO PRN-MATCH-PONUM
              MOVE PO-LINE   TO PRN-MATCH-LINE
           ELSE
              MOVE SPACES TO PRN-MATCH-PONUM PRN-MATCH-LINE
           END-IF
           MOVE PO-PRODNAME     TO PRN-MATCH-PRODNAME
           MOVE PO-SIZE         TO PRN-MATCH-SIZE
           MOVE PO-QTY-ORDERED  TO PRN-MATCH-ORDERED
           MOVE PO-QTY-RECEIVED TO PRN-MATCH-RECEIVED
           WRITE MATCH-PRINT-LINE FROM MATCH-DETAIL-LINE.
       LIST-PAST-DUE-LINE.
           MOVE WS-PO-DATA(WS-PO-IDX) TO PO-RECORD
           IF PO-RECEIVABLE AND PO-DUE-DATE < WS-CURRENT-DATE
              ADD 1 TO WS-PAST-DUE-COUNT
              MOVE SPACES TO PRN-MATCH-REASON
              STRING 'PAST DUE ' PO-DUE-DATE
                 DELIMITED BY SIZE INTO PRN-MATCH-REASON
              PERFORM WRITE-MATCH-DETAIL
           END-IF.
       REWRITE-PO-FILE.
           OPEN OUTPUT PO-FILE
           IF WS-PO-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING PURCHORD.DAT, STATUS: '
                 WS-PO-STATUS
           ELSE
              PERFORM WRITE-ONE-PO
                 VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT
              CLOSE PO-FILE
           END-IF.
       WRITE-ONE-PO.
           MOVE WS-PO-DATA(WS-PO-IDX) TO PO-RECORD
           WRITE PO-RECORD.
       END PROGRAM INVRCPT.
