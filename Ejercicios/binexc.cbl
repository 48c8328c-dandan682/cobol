       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BINEXC.
      ***************************************
      * BIN EXCEPTION LIST. EVERY STOCKED PRODUCT/SIZE ON THE
      * ON-HAND FILE - ANYTHING WITH STOCK ON THE SHELF OR A
      * REORDER POINT SET, SO IT IS CARRIED - IS LOOKED UP ON THE
      * BINMNT BIN FILE binloc.dat, AND EVERY ONE WITHOUT A BIN IS
      * LISTED ON binexc.rpt. SUCH STOCK PRINTS AT THE END OF THE
      * PICKLIST ROUTE WITH NO BIN AND IS PUT AWAY WHEREVER THERE
      * IS ROOM, SO THE LIST SHOULD BE CLEARED THROUGH BINMNT.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONHAND-FILE ASSIGN TO "ONHAND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ONHAND-STATUS.
           SELECT OPTIONAL BIN-FILE ASSIGN TO "binloc.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BIN-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "binexc.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ONHAND-FILE.
       01 ONHAND-RECORD.
          02 OH-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 OH-SIZE              PIC A.
          02 FILLER               PIC X.
          02 OH-ONHAND            PIC 9(6).
          02 FILLER               PIC X.
          02 OH-REORDER           PIC 9(6).
       FD BIN-FILE.
           COPY BINREC.
       FD EXCEPTION-REPORT.
       01 PRINT-LINE              PIC X(60).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(29) VALUE
          'STOCKED ITEMS WITHOUT A BIN  '.
       01 EXCEPTION-DETAIL-LINE.
          02 PRN-PRODNAME         PIC X(10).
          02 FILLER               PIC X(06) VALUE ' SIZE '.
          02 PRN-SIZE             PIC A.
          02 FILLER               PIC X(10) VALUE ' ON HAND: '.
          02 PRN-ONHAND           PIC ZZZZZ9.
          02 FILLER               PIC X(10) VALUE ' REORDER: '.
          02 PRN-REORDER          PIC ZZZZZ9.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'STOCKED ITEMS:       '.
          02 PRN-STOCKED-COUNT    PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'ITEMS WITHOUT A BIN: '.
          02 PRN-NO-BIN-COUNT     PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(60) VALUE SPACES.
       01 WS-ONHAND-STATUS        PIC X(2).
       01 WS-BIN-STATUS           PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-BIN-TABLE.
          05 WS-BIN-ENTRY OCCURS 150 TIMES.
             10 WS-BIN-PRODNAME   PIC X(10).
             10 WS-BIN-SIZE       PIC A.
       01 WS-BIN-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-BIN-IDX              PIC 9(3) VALUE ZERO.
       01 WS-BIN-FOUND            PIC X VALUE 'N'.
       01 WS-STOCKED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-NO-BIN-COUNT         PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY 'BINEXC - STOCKED ITEMS WITHOUT A BIN'
           PERFORM LOAD-BIN-TABLE
           OPEN INPUT ONHAND-FILE
           IF WS-ONHAND-STATUS NOT = '00'
              DISPLAY 'NO ONHAND.DAT - NOTHING TO CHECK, STATUS: '
                 WS-ONHAND-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
              READ ONHAND-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM CHECK-ONE-ITEM
              END-READ
           END-PERFORM
           CLOSE ONHAND-FILE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-STOCKED-COUNT TO PRN-STOCKED-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-NO-BIN-COUNT TO PRN-NO-BIN-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE EXCEPTION-REPORT
           DISPLAY 'STOCKED ITEMS:       ' WS-STOCKED-COUNT
           DISPLAY 'ITEMS WITHOUT A BIN: ' WS-NO-BIN-COUNT
           IF WS-NO-BIN-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       LOAD-BIN-TABLE.
      * WITHOUT binloc.dat NOTHING HAS A BIN YET AND EVERY STOCKED
      * ITEM IS AN EXCEPTION.
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
                 END-READ
              END-PERFORM
              CLOSE BIN-FILE
           ELSE
              DISPLAY 'ERROR OPENING binloc.dat, STATUS: '
                 WS-BIN-STATUS
           END-IF
           DISPLAY 'BINS ON FILE: ' WS-BIN-COUNT.
       CHECK-ONE-ITEM.
           IF OH-ONHAND > ZERO OR OH-REORDER > ZERO
              ADD 1 TO WS-STOCKED-COUNT
              MOVE 'N' TO WS-BIN-FOUND
              PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                 UNTIL WS-BIN-IDX > WS-BIN-COUNT
                 IF WS-BIN-PRODNAME(WS-BIN-IDX) = OH-PRODNAME
                    AND WS-BIN-SIZE(WS-BIN-IDX) = OH-SIZE
                    MOVE 'Y' TO WS-BIN-FOUND
                 END-IF
              END-PERFORM
              IF WS-BIN-FOUND = 'N'
                 ADD 1 TO WS-NO-BIN-COUNT
                 MOVE OH-PRODNAME TO PRN-PRODNAME
                 MOVE OH-SIZE     TO PRN-SIZE
                 MOVE OH-ONHAND   TO PRN-ONHAND
                 MOVE OH-REORDER  TO PRN-REORDER
                 WRITE PRINT-LINE FROM EXCEPTION-DETAIL-LINE
              END-IF
           END-IF.
       END PROGRAM BINEXC.
