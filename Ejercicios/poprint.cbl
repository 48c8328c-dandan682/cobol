       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POPRINT.
      ***************************************
      * PRINTS THE APPROVED PURCHASE ORDERS ON PURCHORD.DAT TO
      * poprint.rpt, ONE DOCUMENT PER PO: THE SUPPLIER NAME AND
      * ADDRESS FROM SUPPLIER.DAT, THE ORDER AND DUE DATES, ONE LINE
      * PER PRODUCT/SIZE WITH QUANTITY, UNIT COST AND LINE VALUE,
      * AND THE PO TOTAL. EACH PRINTED LINE MOVES FROM APPROVED TO
      * SENT SO A RERUN DOES NOT SEND THE SAME PO TWICE.
      *
      * A PO NUMBER ON THE COMMAND LINE REPRINTS THAT ONE PO,
      * APPROVED OR ALREADY SENT, WITHOUT CHANGING ITS STATUS.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO "PURCHORD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PO-STATUS.
           SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT PO-REPORT ASSIGN TO "poprint.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PO-FILE.
           COPY POREC.
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
       FD PO-REPORT.
       01 PRINT-LINE              PIC X(70).
       WORKING-STORAGE SECTION.
       01 PO-HEADING              PIC X(14) VALUE 'PURCHASE ORDER'.
       01 PO-NUMBER-LINE.
          02 FILLER               PIC X(07) VALUE 'PO NO  '.
          02 PRN-PO-NUMBER        PIC 9(6).
          02 FILLER               PIC X(08) VALUE '  DATE  '.
          02 PRN-ORDER-DATE       PIC 9(8).
          02 FILLER               PIC X(12) VALUE '  DELIVER BY'.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-DUE-DATE         PIC 9(8).
       01 PO-ADDRESS-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-ADDR-TEXT        PIC X(30).
       01 PO-CSZ-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-CITY             PIC X(15).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-STATE            PIC X(02).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-ZIP              PIC X(10).
       01 PO-COLUMN-LINE          PIC X(60) VALUE
          'LN PRODUCT    SZ   QUANTITY  UNIT COST       LINE VALUE'.
       01 PO-ITEM-LINE.
          02 PRN-LINE             PIC Z9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-PRODNAME         PIC X(10).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-SIZE             PIC A.
          02 FILLER               PIC X(04) VALUE SPACES.
          02 PRN-QTY              PIC ZZZZZ9.
          02 FILLER               PIC X(03) VALUE SPACES.
          02 PRN-COST             PIC ZZZZ9.99.
          02 FILLER               PIC X(04) VALUE SPACES.
          02 PRN-VALUE            PIC ZZZZZZZZ9.99.
       01 PO-TOTAL-LINE.
          02 FILLER               PIC X(40) VALUE
             '                               PO TOTAL '.
          02 PRN-PO-TOTAL         PIC ZZZZZZZZ9.99.
       01 PO-FOOTING              PIC X(19) VALUE
          '-------------------'.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'PURCHASE ORDERS:     '.
          02 PRN-PO-COUNT         PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(70) VALUE SPACES.
       01 WS-PO-STATUS            PIC X(2).
       01 WS-SUPPLIER-STATUS      PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-REPRINT-PO           PIC 9(6) VALUE ZERO.
       01 WS-PO-TABLE.
          05 WS-PO-ENTRY OCCURS 1000 TIMES.
             10 WS-PO-DATA        PIC X(71).
             10 WS-PO-PRINTED     PIC X.
       01 WS-PO-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-PO-FULL              PIC X VALUE 'N'.
       01 WS-PO-IDX               PIC 9(4) VALUE ZERO.
       01 WS-SCAN-IDX             PIC 9(4) VALUE ZERO.
       01 WS-SUPPLIER-TABLE.
          05 WS-SUPPLIER-ENTRY OCCURS 200 TIMES.
             10 WS-SUP-DATA       PIC X(96).
       01 WS-SUPPLIER-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-SUPPLIER-IDX         PIC 9(3) VALUE ZERO.
       01 WS-SUPP-FOUND           PIC 9(3) VALUE ZERO.
       01 WS-CURRENT-PO           PIC 9(6) VALUE ZERO.
       01 WS-LINE-VALUE           PIC 9(9)V99 VALUE ZERO.
       01 WS-PO-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01 WS-PRINT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ANY-SENT             PIC X VALUE 'N'.
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM          PIC X(8) VALUE 'POPRINT'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'POPRINT - PURCHASE ORDER PRINT'
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:6) IS NUMERIC
              MOVE WS-CMDLINE(1:6) TO WS-REPRINT-PO
              DISPLAY 'REPRINT OF PO ' WS-REPRINT-PO
           END-IF
           PERFORM LOAD-PO-FILE
      * THE PRINTED LINES ARE WRITTEN BACK FROM THE TABLE, SO A FILE
      * BIGGER THAN THE TABLE WOULD LOSE ITS LATER LINES.
           IF WS-PO-FULL = 'Y'
              DISPLAY 'PURCHORD.DAT OVER 1000 LINES'
                 ' - RUN REFUSED, FILE NOT CHANGED'
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'PURCHORD.DAT OVER 1000 LINES - PRINT REFUSED'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-PO-COUNT = ZERO
              DISPLAY 'NO PURCHORD.DAT - NOTHING TO PRINT'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SUPPLIER-TABLE
           OPEN OUTPUT PO-REPORT
           PERFORM PRINT-ONE-PO
              VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-COUNT
           MOVE WS-PRINT-COUNT TO PRN-PO-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE PO-REPORT
           IF WS-ANY-SENT = 'Y'
              PERFORM REWRITE-PO-FILE
           END-IF
           DISPLAY 'PURCHASE ORDERS PRINTED: ' WS-PRINT-COUNT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'PURCHASE ORDERS PRINTED ' WS-PRINT-COUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           MOVE 0 TO RETURN-CODE
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE PRINT ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-PO-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PO-FILE
           IF WS-PO-STATUS NOT = '00'
              DISPLAY 'NO PURCHORD.DAT, STATUS: ' WS-PO-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-PO-COUNT >= 1000
                 READ PO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PO-COUNT
                       MOVE PO-RECORD TO WS-PO-DATA(WS-PO-COUNT)
                       MOVE 'N' TO WS-PO-PRINTED(WS-PO-COUNT)
                 END-READ
              END-PERFORM
              IF NOT WS-EOF
                 READ PO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END MOVE 'Y' TO WS-PO-FULL
                 END-READ
              END-IF
              CLOSE PO-FILE
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
                       MOVE SUPPLIER-RECORD
                          TO WS-SUP-DATA(WS-SUPPLIER-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SUPPLIER-FILE
           ELSE
              DISPLAY 'NO SUPPLIER.DAT - POS PRINT WITHOUT '
                 'ADDRESSES, STATUS: ' WS-SUPPLIER-STATUS
           END-IF.
       PRINT-ONE-PO.
      * THE FIRST LINE OF A PO STILL TO PRINT OPENS THE DOCUMENT;
      * ALL ITS LINES ARE SWEPT ONTO IT WHEREVER THEY SIT IN THE
      * FILE.
           MOVE WS-PO-DATA(WS-PO-IDX) TO PO-RECORD
           IF WS-PO-PRINTED(WS-PO-IDX) = 'N'
              AND ((WS-REPRINT-PO = ZERO AND PO-APPROVED)
               OR (WS-REPRINT-PO NOT = ZERO
                   AND PO-NUMBER = WS-REPRINT-PO
                   AND PO-RECEIVABLE))
              MOVE PO-NUMBER TO WS-CURRENT-PO
              MOVE ZERO TO WS-PO-TOTAL
              WRITE PRINT-LINE FROM PO-HEADING
              MOVE PO-NUMBER     TO PRN-PO-NUMBER
              MOVE PO-ORDER-DATE TO PRN-ORDER-DATE
              MOVE PO-DUE-DATE   TO PRN-DUE-DATE
              WRITE PRINT-LINE FROM PO-NUMBER-LINE
              WRITE PRINT-LINE FROM BLANK-LINE
              PERFORM WRITE-SUPPLIER-ADDRESS
              WRITE PRINT-LINE FROM BLANK-LINE
              WRITE PRINT-LINE FROM PO-COLUMN-LINE
              PERFORM SWEEP-PO-LINES
                 VARYING WS-SCAN-IDX FROM WS-PO-IDX BY 1
                 UNTIL WS-SCAN-IDX > WS-PO-COUNT
              MOVE WS-PO-TOTAL TO PRN-PO-TOTAL
              WRITE PRINT-LINE FROM PO-TOTAL-LINE
              WRITE PRINT-LINE FROM PO-FOOTING
              WRITE PRINT-LINE FROM BLANK-LINE
              ADD 1 TO WS-PRINT-COUNT
           END-IF.
       WRITE-SUPPLIER-ADDRESS.
           MOVE ZERO TO WS-SUPP-FOUND
           PERFORM VARYING WS-SUPPLIER-IDX FROM 1 BY 1
              UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT
              MOVE WS-SUP-DATA(WS-SUPPLIER-IDX) TO SUPPLIER-RECORD
              IF SUP-ID = PO-SUPP-ID
                 MOVE WS-SUPPLIER-IDX TO WS-SUPP-FOUND
              END-IF
           END-PERFORM
           IF WS-SUPP-FOUND = ZERO
              MOVE '** SUPPLIER NOT ON FILE **' TO PRN-ADDR-TEXT
              WRITE PRINT-LINE FROM PO-ADDRESS-LINE
           ELSE
              MOVE WS-SUP-DATA(WS-SUPP-FOUND) TO SUPPLIER-RECORD
              MOVE SUP-NAME TO PRN-ADDR-TEXT
              WRITE PRINT-LINE FROM PO-ADDRESS-LINE
              MOVE SUP-ADDR-LINE1 TO PRN-ADDR-TEXT
              WRITE PRINT-LINE FROM PO-ADDRESS-LINE
              MOVE SUP-CITY  TO PRN-CITY
              MOVE SUP-STATE TO PRN-STATE
              MOVE SUP-ZIP   TO PRN-ZIP
              WRITE PRINT-LINE FROM PO-CSZ-LINE
           END-IF.
       SWEEP-PO-LINES.
           MOVE WS-PO-DATA(WS-SCAN-IDX) TO PO-RECORD
           IF PO-NUMBER = WS-CURRENT-PO
              AND ((WS-REPRINT-PO = ZERO AND PO-APPROVED)
               OR (WS-REPRINT-PO NOT = ZERO AND PO-RECEIVABLE))
              MOVE PO-LINE        TO PRN-LINE
              MOVE PO-PRODNAME    TO PRN-PRODNAME
              MOVE PO-SIZE        TO PRN-SIZE
              MOVE PO-QTY-ORDERED TO PRN-QTY
              MOVE PO-UNIT-COST   TO PRN-COST
              COMPUTE WS-LINE-VALUE = PO-QTY-ORDERED * PO-UNIT-COST
              MOVE WS-LINE-VALUE  TO PRN-VALUE
              ADD WS-LINE-VALUE   TO WS-PO-TOTAL
              WRITE PRINT-LINE FROM PO-ITEM-LINE
              MOVE 'Y' TO WS-PO-PRINTED(WS-SCAN-IDX)
              IF WS-REPRINT-PO = ZERO
                 SET PO-SENT TO TRUE
                 MOVE PO-RECORD TO WS-PO-DATA(WS-SCAN-IDX)
                 MOVE 'Y' TO WS-ANY-SENT
              END-IF
           END-IF.
       REWRITE-PO-FILE.
           OPEN OUTPUT PO-FILE
           IF WS-PO-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING PURCHORD.DAT, STATUS: '
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
       END PROGRAM POPRINT.
