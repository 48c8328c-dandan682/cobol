       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STKCARD.
      ***************************************
      * STOCK CARD OVER THE STKMOVE.DAT MOVEMENT HISTORY. FOR EACH
      * PRODUCT/SIZE THE MOVEMENTS ARE LISTED IN THE ORDER THEY WERE
      * MADE - RECEIPTS, ORDER RELIEFS, RETURNS, COUNT ADJUSTMENTS -
      * WITH THE SOURCE PROGRAM, ITS REFERENCE AND A RUNNING
      * BALANCE. THE CARD OPENS AT THE QUANTITY ON HAND BEFORE THE
      * FIRST RECORDED MOVEMENT, SO STOCK HELD BEFORE THE HISTORY
      * STARTED IS BROUGHT FORWARD.
      * A MOVEMENT WHOSE RECORDED ON-HAND DOES NOT FOLLOW FROM THE
      * RUNNING BALANCE IS FLAGGED AS A BREAK (A CHANGE MADE WITHOUT
      * A MOVEMENT), AND THE CLOSING BALANCE IS CHECKED AGAINST THE
      * CURRENT ONHAND.DAT FIGURE. ANY BREAK OR DISAGREEMENT ENDS
      * WITH RETURN CODE 4.
      *
      * COMMAND LINE: PRODUCT NAME TO PRINT ONE CARD. BLANK PRINTS
      * EVERY PRODUCT/SIZE ON EITHER FILE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVEMENT-FILE ASSIGN TO "STKMOVE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT OPTIONAL ONHAND-FILE ASSIGN TO "ONHAND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ONHAND-STATUS.
           SELECT STOCK-CARD-REPORT ASSIGN TO "stkcard.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-FILE.
       COPY MOVREC.
       FD ONHAND-FILE.
       01 ONHAND-RECORD.
          02 OH-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 OH-SIZE              PIC A.
          02 FILLER               PIC X.
          02 OH-ONHAND            PIC 9(6).
          02 FILLER               PIC X.
          02 OH-REORDER           PIC 9(6).
       FD STOCK-CARD-REPORT.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(24) VALUE
          'INVENTORY STOCK CARD'.
       01 PRODUCT-LINE.
          02 FILLER               PIC X(08) VALUE 'PRODUCT '.
          02 PRN-PRODNAME         PIC X(10).
          02 FILLER               PIC X(06) VALUE ' SIZE '.
          02 PRN-SIZE             PIC A.
       01 COLUMN-HEADING-1.
          02 FILLER               PIC X(40) VALUE
             'DATE     TIME   SOURCE       REF    QTY '.
          02 FILLER               PIC X(18) VALUE
             '  BALANCE RECORDED'.
       01 FORWARD-LINE.
          02 FILLER               PIC X(36) VALUE
             'BROUGHT FORWARD'.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-FORWARD          PIC ZZZZZZ9-.
       01 MOVEMENT-DETAIL-LINE.
          02 PRN-DATE             PIC 9(8).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TIME             PIC 9(6).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-SOURCE           PIC X(8).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-REF              PIC 9(6).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-QTY              PIC ZZZZZ9-.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-BALANCE          PIC ZZZZZZ9-.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-RECORDED         PIC ZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-FLAG             PIC X(08).
       01 CLOSING-LINE.
          02 FILLER               PIC X(16) VALUE 'HISTORY BALANCE '.
          02 PRN-CLOSING          PIC ZZZZZZ9-.
          02 FILLER               PIC X(13) VALUE '  ONHAND.DAT '.
          02 PRN-ONHAND           PIC ZZZZZZ9.
          02 PRN-ONHAND-X REDEFINES PRN-ONHAND
                                  PIC X(7).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-RESULT           PIC X(20).
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'CARDS PRINTED:       '.
          02 PRN-CARD-COUNT       PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'MOVEMENTS LISTED:    '.
          02 PRN-MOVE-COUNT       PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(21) VALUE
             'BREAKS IN HISTORY:   '.
          02 PRN-BREAK-COUNT      PIC ZZZZ9.
       01 COUNT-LINE-4.
          02 FILLER               PIC X(21) VALUE
             'CARDS NOT AGREEING:  '.
          02 PRN-MISMATCH-COUNT   PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-MOVEMENT-STATUS      PIC X(2).
       01 WS-ONHAND-STATUS        PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(20).
       01 WS-SELECT-PRODNAME      PIC X(10) VALUE SPACES.
      * ONE ENTRY PER PRODUCT/SIZE ON ONHAND.DAT OR IN THE HISTORY.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 300 TIMES.
             10 WS-ITM-PRODNAME   PIC X(10).
             10 WS-ITM-SIZE       PIC A.
             10 WS-ITM-ON-FILE    PIC X.
             10 WS-ITM-ONHAND     PIC 9(6).
       01 WS-ITEM-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-ITEM-IDX             PIC 9(4) VALUE ZERO.
       01 WS-ITEM-FOUND           PIC 9(4) VALUE ZERO.
      * THE HISTORY IN FILE ORDER, EACH LINE TIED TO ITS ITEM ENTRY.
       01 WS-MOVE-TABLE.
          05 WS-MOVE-ENTRY OCCURS 5000 TIMES.
             10 WS-MV-ITEM        PIC 9(4).
             10 WS-MV-DATE        PIC 9(8).
             10 WS-MV-TIME        PIC 9(6).
             10 WS-MV-SOURCE      PIC X(8).
             10 WS-MV-REF         PIC 9(6).
             10 WS-MV-QTY         PIC S9(6).
             10 WS-MV-BALANCE     PIC 9(6).
       01 WS-MOVE-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-MOVE-IDX             PIC 9(5) VALUE ZERO.
       01 WS-MOVE-SKIPPED         PIC 9(5) VALUE ZERO.
       01 WS-FIRST-MOVE           PIC X VALUE 'Y'.
       01 WS-RUNNING              PIC S9(7) VALUE ZERO.
       01 WS-CARD-MOVES           PIC 9(5) VALUE ZERO.
       01 WS-CARD-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-LISTED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-BREAK-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-MISMATCH-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM          PIC X(8) VALUE 'STKCARD'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'STKCARD - INVENTORY STOCK CARD'
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE WS-CMDLINE(1:10) TO WS-SELECT-PRODNAME
           INSPECT WS-SELECT-PRODNAME
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM LOAD-ONHAND-TABLE
           PERFORM LOAD-MOVEMENT-TABLE
           OPEN OUTPUT STOCK-CARD-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM PRINT-ONE-CARD
              VARYING WS-ITEM-IDX FROM 1 BY 1
              UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           MOVE WS-CARD-COUNT     TO PRN-CARD-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-LISTED-COUNT   TO PRN-MOVE-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-BREAK-COUNT    TO PRN-BREAK-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-3
           MOVE WS-MISMATCH-COUNT TO PRN-MISMATCH-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-4
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE STOCK-CARD-REPORT
           DISPLAY 'CARDS PRINTED:      ' WS-CARD-COUNT
           DISPLAY 'MOVEMENTS LISTED:   ' WS-LISTED-COUNT
           DISPLAY 'BREAKS IN HISTORY:  ' WS-BREAK-COUNT
           DISPLAY 'CARDS NOT AGREEING: ' WS-MISMATCH-COUNT
           IF WS-MOVE-SKIPPED > ZERO
              DISPLAY 'MOVEMENTS NOT LOADED (TABLE FULL): '
                 WS-MOVE-SKIPPED
           END-IF
           IF WS-BREAK-COUNT > ZERO OR WS-MISMATCH-COUNT > ZERO
              OR WS-MOVE-SKIPPED > ZERO
              MOVE 'W' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'STOCK CARD: ' WS-BREAK-COUNT
                 ' BREAK(S), ' WS-MISMATCH-COUNT
                 ' CARD(S) NOT AGREEING WITH ONHAND.DAT'
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE REPORT ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-ONHAND-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ONHAND-FILE
           IF WS-ONHAND-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-ITEM-COUNT >= 300
                 READ ONHAND-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-SELECT-PRODNAME = SPACES
                          OR OH-PRODNAME = WS-SELECT-PRODNAME
                          ADD 1 TO WS-ITEM-COUNT
                          MOVE OH-PRODNAME
                             TO WS-ITM-PRODNAME(WS-ITEM-COUNT)
                          MOVE OH-SIZE
                             TO WS-ITM-SIZE(WS-ITEM-COUNT)
                          MOVE 'Y' TO WS-ITM-ON-FILE(WS-ITEM-COUNT)
                          MOVE OH-ONHAND
                             TO WS-ITM-ONHAND(WS-ITEM-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ONHAND-FILE
           ELSE
              DISPLAY 'ERROR OPENING ONHAND.DAT, STATUS: '
                 WS-ONHAND-STATUS
           END-IF.
       LOAD-MOVEMENT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ MOVEMENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-SELECT-PRODNAME = SPACES
                          OR MOV-PRODNAME = WS-SELECT-PRODNAME
                          PERFORM LOAD-ONE-MOVEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVEMENT-FILE
           ELSE
              DISPLAY 'ERROR OPENING STKMOVE.DAT, STATUS: '
                 WS-MOVEMENT-STATUS
           END-IF.
       LOAD-ONE-MOVEMENT.
      * A PRODUCT/SIZE IN THE HISTORY BUT NO LONGER ON ONHAND.DAT
      * STILL GETS A CARD, SO THE LOST ON-HAND LINE SHOWS UP.
           MOVE ZERO TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
              UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              IF WS-ITM-PRODNAME(WS-ITEM-IDX) = MOV-PRODNAME
                 AND WS-ITM-SIZE(WS-ITEM-IDX) = MOV-SIZE
                 MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
              END-IF
           END-PERFORM
           IF WS-ITEM-FOUND = ZERO AND WS-ITEM-COUNT < 300
              ADD 1 TO WS-ITEM-COUNT
              MOVE WS-ITEM-COUNT TO WS-ITEM-FOUND
              MOVE MOV-PRODNAME TO WS-ITM-PRODNAME(WS-ITEM-FOUND)
              MOVE MOV-SIZE     TO WS-ITM-SIZE(WS-ITEM-FOUND)
              MOVE 'N'          TO WS-ITM-ON-FILE(WS-ITEM-FOUND)
              MOVE ZERO         TO WS-ITM-ONHAND(WS-ITEM-FOUND)
           END-IF
           IF WS-ITEM-FOUND = ZERO OR WS-MOVE-COUNT >= 5000
              ADD 1 TO WS-MOVE-SKIPPED
           ELSE
              ADD 1 TO WS-MOVE-COUNT
              MOVE WS-ITEM-FOUND TO WS-MV-ITEM(WS-MOVE-COUNT)
              MOVE MOV-DATE      TO WS-MV-DATE(WS-MOVE-COUNT)
              MOVE MOV-TIME      TO WS-MV-TIME(WS-MOVE-COUNT)
              MOVE MOV-SOURCE    TO WS-MV-SOURCE(WS-MOVE-COUNT)
              MOVE MOV-REF       TO WS-MV-REF(WS-MOVE-COUNT)
              MOVE MOV-QTY       TO WS-MV-QTY(WS-MOVE-COUNT)
              MOVE MOV-BALANCE   TO WS-MV-BALANCE(WS-MOVE-COUNT)
           END-IF.
       PRINT-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE WS-ITM-PRODNAME(WS-ITEM-IDX) TO PRN-PRODNAME
           MOVE WS-ITM-SIZE(WS-ITEM-IDX)     TO PRN-SIZE
           WRITE PRINT-LINE FROM PRODUCT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING-1
           MOVE 'Y' TO WS-FIRST-MOVE
           MOVE ZERO TO WS-RUNNING
           MOVE ZERO TO WS-CARD-MOVES
           PERFORM PRINT-ONE-MOVEMENT
              VARYING WS-MOVE-IDX FROM 1 BY 1
              UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
           IF WS-CARD-MOVES = ZERO
              MOVE WS-ITM-ONHAND(WS-ITEM-IDX) TO WS-RUNNING
              MOVE SPACES TO PRINT-LINE
              MOVE 'NO MOVEMENTS RECORDED' TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           MOVE WS-RUNNING TO PRN-CLOSING
           IF WS-ITM-ON-FILE(WS-ITEM-IDX) = 'Y'
              MOVE WS-ITM-ONHAND(WS-ITEM-IDX) TO PRN-ONHAND
           ELSE
              MOVE 'MISSING' TO PRN-ONHAND-X
           END-IF
           IF WS-ITM-ON-FILE(WS-ITEM-IDX) = 'Y'
              AND WS-RUNNING = WS-ITM-ONHAND(WS-ITEM-IDX)
              MOVE 'AGREES' TO PRN-RESULT
           ELSE
              MOVE '** DOES NOT AGREE' TO PRN-RESULT
              ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           WRITE PRINT-LINE FROM CLOSING-LINE
           WRITE PRINT-LINE FROM BLANK-LINE.
       PRINT-ONE-MOVEMENT.
           IF WS-MV-ITEM(WS-MOVE-IDX) = WS-ITEM-IDX
              IF WS-FIRST-MOVE = 'Y'
                 COMPUTE WS-RUNNING = WS-MV-BALANCE(WS-MOVE-IDX)
                    - WS-MV-QTY(WS-MOVE-IDX)
                 MOVE WS-RUNNING TO PRN-FORWARD
                 WRITE PRINT-LINE FROM FORWARD-LINE
                 MOVE 'N' TO WS-FIRST-MOVE
              END-IF
              ADD 1 TO WS-CARD-MOVES
              ADD 1 TO WS-LISTED-COUNT
              ADD WS-MV-QTY(WS-MOVE-IDX) TO WS-RUNNING
              MOVE WS-MV-DATE(WS-MOVE-IDX)    TO PRN-DATE
              MOVE WS-MV-TIME(WS-MOVE-IDX)    TO PRN-TIME
              MOVE WS-MV-SOURCE(WS-MOVE-IDX)  TO PRN-SOURCE
              MOVE WS-MV-REF(WS-MOVE-IDX)     TO PRN-REF
              MOVE WS-MV-QTY(WS-MOVE-IDX)     TO PRN-QTY
              MOVE WS-RUNNING                 TO PRN-BALANCE
              MOVE WS-MV-BALANCE(WS-MOVE-IDX) TO PRN-RECORDED
      * THE RECORDED ON-HAND SHOULD ALWAYS BE WHERE THE RUNNING
      * BALANCE HAS GOT TO; A GAP MEANS STOCK MOVED UNRECORDED. THE
      * CARD CARRIES ON FROM THE RECORDED FIGURE SO ONE GAP IS NOT
      * REPORTED AGAIN ON EVERY LATER LINE.
              IF WS-MV-BALANCE(WS-MOVE-IDX) = WS-RUNNING
                 MOVE SPACES TO PRN-FLAG
              ELSE
                 MOVE '** BREAK' TO PRN-FLAG
                 ADD 1 TO WS-BREAK-COUNT
                 MOVE WS-MV-BALANCE(WS-MOVE-IDX) TO WS-RUNNING
              END-IF
              WRITE PRINT-LINE FROM MOVEMENT-DETAIL-LINE
           END-IF.
       END PROGRAM STKCARD.
