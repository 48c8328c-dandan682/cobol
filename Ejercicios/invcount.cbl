       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INVCOUNT.
      ***************************************
      * PHYSICAL INVENTORY COUNT, IN THE STYLE OF THE SUPPMNT MENU.
      * ONE COUNT CYCLE AT A TIME IS KEPT ON invcount.dat:
      *   FREEZE  - TAKES THE BOOK QUANTITY OF EVERY ONHAND.DAT
      *             PRODUCT/SIZE, OR OF THE PRODUCTS NAMED FOR A
      *             PARTIAL CYCLE COUNT, AND PRINTS THE COUNT SHEETS
      *             cntsheet.rpt (BOOK FIGURE NOT SHOWN - THE SHELF
      *             IS COUNTED BLIND)
      *   ENTER   - CAPTURES THE COUNTED QUANTITY PER PRODUCT/SIZE
      *   VARIANCE- PRINTS cntvar.rpt, BOOK AGAINST COUNTED IN UNITS
      *             AND VALUED AT THE prodprice.dat PRICE IN FORCE
      *   POST    - ONCE EVERY LINE IS COUNTED AND THE COUNT IS
      *             APPROVED, ADJUSTS ONHAND.DAT BY COUNTED LESS BOOK,
      *             JOURNALS EACH ADJUSTMENT TO invadj.log AND RECORDS
      *             IT IN THE STKMOVE.DAT MOVEMENT HISTORY
      * THE ADJUSTMENT IS THE VARIANCE AT FREEZE TIME, APPLIED TO
      * WHATEVER IS ON HAND WHEN THE COUNT IS POSTED, SO RECEIPTS AND
      * ORDERS TAKEN WHILE THE SHELF WAS BEING COUNTED ARE KEPT.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COUNT-FILE ASSIGN TO "invcount.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COUNT-STATUS.
           SELECT OPTIONAL ONHAND-FILE ASSIGN TO "ONHAND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ONHAND-STATUS.
           SELECT OPTIONAL PRICE-FILE ASSIGN TO "prodprice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRICE-STATUS.
           SELECT OPTIONAL ADJUST-JOURNAL ASSIGN TO "invadj.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT COUNT-SHEET-REPORT ASSIGN TO "cntsheet.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT ASSIGN TO "cntvar.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD COUNT-FILE.
       01 COUNT-RECORD.
          02 CNT-NUMBER           PIC 9(6).
          02 FILLER               PIC X.
          02 CNT-FREEZE-DATE      PIC 9(8).
          02 FILLER               PIC X.
          02 CNT-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 CNT-SIZE             PIC A.
          02 FILLER               PIC X.
          02 CNT-BOOK-QTY         PIC 9(6).
          02 FILLER               PIC X.
          02 CNT-COUNTED-QTY      PIC 9(6).
          02 FILLER               PIC X.
      * F FROZEN, NOT YET COUNTED; C COUNTED; P POSTED.
          02 CNT-STATUS           PIC X.
       FD ONHAND-FILE.
       01 ONHAND-RECORD.
          02 OH-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 OH-SIZE              PIC A.
          02 FILLER               PIC X.
          02 OH-ONHAND            PIC 9(6).
          02 FILLER               PIC X.
          02 OH-REORDER           PIC 9(6).
       FD PRICE-FILE.
       01 PRICE-RECORD.
          02 PRC-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 PRC-SIZE             PIC A.
          02 FILLER               PIC X.
          02 PRC-EFF-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 PRC-UNIT-PRICE       PIC 9(5)V99.
       FD ADJUST-JOURNAL.
       01 ADJUST-JOURNAL-RECORD.
          02 ADJ-COUNT-NUM        PIC 9(6).
          02 FILLER               PIC X.
          02 ADJ-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 ADJ-TIME             PIC 9(6).
          02 FILLER               PIC X.
          02 ADJ-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 ADJ-SIZE             PIC A.
          02 FILLER               PIC X.
          02 ADJ-BOOK-QTY         PIC 9(6).
          02 FILLER               PIC X.
          02 ADJ-COUNTED-QTY      PIC 9(6).
          02 FILLER               PIC X.
          02 ADJ-QTY              PIC S9(6) SIGN LEADING SEPARATE.
          02 FILLER               PIC X.
          02 ADJ-ONHAND-AFTER     PIC 9(6).
          02 FILLER               PIC X.
          02 ADJ-APPROVER         PIC X(3).
       FD COUNT-SHEET-REPORT.
       01 SHEET-PRINT-LINE        PIC X(60).
       FD VARIANCE-REPORT.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-COUNT-STATUS    PIC X(2) VALUE '00'.
       01 WS-ONHAND-STATUS   PIC X(2) VALUE '00'.
       01 WS-PRICE-STATUS    PIC X(2) VALUE '00'.
       01 WS-JOURNAL-STATUS  PIC X(2) VALUE '00'.
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
      * THE COUNT CYCLE HELD IN STORAGE WHILE THE MENU IS OPEN;
      * EVERY CHANGE REWRITES invcount.dat, THE PRODMNT WAY.
       01 WS-COUNT-TABLE.
          05 WS-COUNT-ENTRY OCCURS 150 TIMES.
             10 WS-CNT-PRODNAME   PIC X(10).
             10 WS-CNT-SIZE       PIC A.
             10 WS-CNT-BOOK       PIC 9(6).
             10 WS-CNT-COUNTED    PIC 9(6).
             10 WS-CNT-STATUS     PIC X.
       01 WS-COUNT-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-COUNT-IDX       PIC 9(3) VALUE ZERO.
       01 WS-COUNT-NUM       PIC 9(6) VALUE ZERO.
       01 WS-FREEZE-DATE     PIC 9(8) VALUE ZERO.
       01 WS-FROZEN-LINES    PIC 9(3) VALUE ZERO.
       01 WS-COUNTED-LINES   PIC 9(3) VALUE ZERO.
       01 WS-POSTED-LINES    PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-TABLE.
          05 WS-ONHAND-ENTRY OCCURS 150 TIMES.
             10 WS-OH-PRODNAME    PIC X(10).
             10 WS-OH-SIZE        PIC A.
             10 WS-OH-ONHAND      PIC 9(6).
             10 WS-OH-REORDER     PIC 9(6).
       01 WS-ONHAND-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-IDX      PIC 9(3) VALUE ZERO.
       01 WS-ONHAND-FOUND    PIC 9(3) VALUE ZERO.
       01 WS-PRICE-TABLE.
          05 WS-PRICE-ENTRY OCCURS 300 TIMES.
             10 WS-PRC-PRODNAME   PIC X(10).
             10 WS-PRC-SIZE       PIC A.
             10 WS-PRC-EFF-DATE   PIC 9(8).
             10 WS-PRC-PRICE      PIC 9(5)V99.
       01 WS-PRICE-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-PRICE-IDX       PIC 9(3) VALUE ZERO.
       01 WS-BEST-EFF-DATE   PIC 9(8) VALUE ZERO.
       01 WS-UNIT-PRICE      PIC 9(5)V99 VALUE ZERO.
      * PARTIAL CYCLE COUNT: THE PRODUCTS NAMED AT FREEZE TIME.
       01 WS-SELECT-TABLE.
          05 WS-SELECT-PRODNAME PIC X(10) OCCURS 50 TIMES.
       01 WS-SELECT-COUNT    PIC 99 VALUE ZERO.
       01 WS-SELECT-IDX      PIC 99 VALUE ZERO.
       01 WS-SELECTED        PIC X VALUE 'N'.
       01 WS-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-NAME      PIC X(10).
       01 WS-ENTRY-SIZE      PIC A.
       01 WS-ENTRY-NUMBER    PIC X(9).
       01 WS-ENTRY-ANSWER    PIC X.
       01 WS-APPROVER        PIC X(3).
       01 WS-QTY-NUM         PIC 9(6) VALUE ZERO.
       01 WS-VARIANCE        PIC S9(7) VALUE ZERO.
       01 WS-VARIANCE-VALUE  PIC S9(9)V99 VALUE ZERO.
       01 WS-NEW-ONHAND      PIC S9(7) VALUE ZERO.
       01 WS-TOT-BOOK        PIC 9(8) VALUE ZERO.
       01 WS-TOT-COUNTED     PIC 9(8) VALUE ZERO.
       01 WS-TOT-VALUE-OVER  PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-VALUE-SHORT PIC S9(9)V99 VALUE ZERO.
       01 WS-VARIANCE-LINES  PIC 9(3) VALUE ZERO.
       01 WS-ADJUSTED-LINES  PIC 9(3) VALUE ZERO.
       01 DIS-QTY            PIC ZZZZZ9.
       01 DIS-COUNT-NUM      PIC ZZZZZ9.
       01 SHEET-HEADING      PIC X(30) VALUE
          'PHYSICAL INVENTORY COUNT SHEET'.
       01 SHEET-COUNT-LINE.
          02 FILLER          PIC X(14) VALUE 'COUNT NUMBER: '.
          02 PRN-SHEET-NUM   PIC 9(6).
          02 FILLER          PIC X(10) VALUE '  FROZEN: '.
          02 PRN-SHEET-DATE  PIC 9(8).
       01 SHEET-COLUMN-HEADING PIC X(40) VALUE
          'PRODUCT    SIZE   COUNTED QTY   BY'.
       01 SHEET-DETAIL-LINE.
          02 PRN-SHEET-PRODNAME PIC X(10).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PRN-SHEET-SIZE  PIC A.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(12) VALUE '____________'.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 FILLER          PIC X(05) VALUE '_____'.
       01 SHEET-FOOTING      PIC X(21) VALUE
          'END OF COUNT SHEETS'.
       01 SHEET-BLANK-LINE   PIC X(60) VALUE SPACES.
       01 PAGE-HEADING       PIC X(32) VALUE
          'PHYSICAL INVENTORY VARIANCE'.
       01 VARIANCE-COUNT-LINE.
          02 FILLER          PIC X(14) VALUE 'COUNT NUMBER: '.
          02 PRN-COUNT-NUM   PIC 9(6).
          02 FILLER          PIC X(10) VALUE '  FROZEN: '.
          02 PRN-FREEZE-DATE PIC 9(8).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PRN-COUNT-STATE PIC X(20).
       01 COLUMN-HEADING-1.
          02 FILLER          PIC X(40) VALUE
             'PRODUCT    SIZE  BOOK COUNTED VARIANCE  '.
          02 FILLER          PIC X(30) VALUE
             'UNIT PRICE           VALUE'.
       01 VARIANCE-DETAIL-LINE.
          02 PRN-PRODNAME    PIC X(10).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PRN-SIZE        PIC A.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PRN-BOOK        PIC ZZZZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PRN-COUNTED     PIC ZZZZZ9.
          02 PRN-COUNTED-X REDEFINES PRN-COUNTED
                             PIC X(6).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PRN-VARIANCE    PIC ZZZZZZ9-.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 PRN-UNIT-PRICE  PIC ZZZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PRN-VALUE       PIC ZZZ,ZZZ,ZZ9.99-.
       01 TOTAL-LINE-1.
          02 FILLER          PIC X(15) VALUE 'TOTALS'.
          02 PRN-TOT-BOOK    PIC ZZZZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 PRN-TOT-COUNTED PIC ZZZZZ9.
       01 TOTAL-LINE-2.
          02 FILLER          PIC X(30) VALUE
             'VALUE OF OVERAGES:            '.
          02 PRN-TOT-OVER    PIC ZZZ,ZZZ,ZZ9.99-.
       01 TOTAL-LINE-3.
          02 FILLER          PIC X(30) VALUE
             'VALUE OF SHORTAGES:           '.
          02 PRN-TOT-SHORT   PIC ZZZ,ZZZ,ZZ9.99-.
       01 TOTAL-LINE-4.
          02 FILLER          PIC X(30) VALUE
             'NET VARIANCE VALUE:           '.
          02 PRN-TOT-NET     PIC ZZZ,ZZZ,ZZ9.99-.
       01 TOTAL-LINE-5.
          02 FILLER          PIC X(30) VALUE
             'LINES WITH A VARIANCE:        '.
          02 PRN-VARIANCE-LINES PIC ZZ9.
       01 TOTAL-LINE-6.
          02 FILLER          PIC X(30) VALUE
             'LINES NOT YET COUNTED:        '.
          02 PRN-UNCOUNTED   PIC ZZ9.
       01 REPORT-FOOTING     PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE         PIC X(80) VALUE SPACES.
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'INVCOUNT'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       01 WS-STKMOVE-PROG    PIC X(7) VALUE 'STKMOVE'.
       01 STKMOVE-PARMS.
          05 SMV-DATE        PIC 9(8).
          05 SMV-PRODNAME    PIC X(10).
          05 SMV-SIZE        PIC X.
          05 SMV-SOURCE      PIC X(8) VALUE 'INVCOUNT'.
          05 SMV-REF         PIC 9(6).
          05 SMV-QTY         PIC S9(6).
          05 SMV-BALANCE     PIC 9(6).
          05 SMV-RC          PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'INVCOUNT - PHYSICAL INVENTORY COUNT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-COUNT-FILE
           PERFORM LOAD-PRICE-TABLE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'INVENTORY COUNT'
              DISPLAY ' '
              DISPLAY '1 : FREEZE COUNT AND PRINT COUNT SHEETS'
              DISPLAY '2 : ENTER COUNTED QUANTITIES'
              DISPLAY '3 : PRINT VARIANCE REPORT'
              DISPLAY '4 : APPROVE AND POST COUNT'
              DISPLAY '5 : LIST COUNT'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM FREEZECOUNT
                 WHEN 2 PERFORM ENTERCOUNTS
                 WHEN 3 PERFORM VARIANCEREPORT
                 WHEN 4 PERFORM POSTCOUNT
                 WHEN 5 PERFORM LISTCOUNT
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE COUNT ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-COUNT-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-COUNT-COUNT
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-COUNT-COUNT >= 150
                 READ COUNT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-COUNT-COUNT
                       MOVE CNT-NUMBER      TO WS-COUNT-NUM
                       MOVE CNT-FREEZE-DATE TO WS-FREEZE-DATE
                       MOVE CNT-PRODNAME
                          TO WS-CNT-PRODNAME(WS-COUNT-COUNT)
                       MOVE CNT-SIZE
                          TO WS-CNT-SIZE(WS-COUNT-COUNT)
                       MOVE CNT-BOOK-QTY
                          TO WS-CNT-BOOK(WS-COUNT-COUNT)
                       MOVE CNT-COUNTED-QTY
                          TO WS-CNT-COUNTED(WS-COUNT-COUNT)
                       MOVE CNT-STATUS
                          TO WS-CNT-STATUS(WS-COUNT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE COUNT-FILE
           ELSE
              DISPLAY 'ERROR OPENING invcount.dat, STATUS: '
                 WS-COUNT-STATUS
           END-IF
           PERFORM TALLY-COUNT-LINES
           IF WS-COUNT-COUNT > ZERO
              DISPLAY 'COUNT ' WS-COUNT-NUM ' FROZEN ' WS-FREEZE-DATE
                 ': ' WS-COUNT-COUNT ' LINES, ' WS-COUNTED-LINES
                 ' COUNTED, ' WS-POSTED-LINES ' POSTED'
           ELSE
              DISPLAY 'NO COUNT ON FILE'
           END-IF.
       TALLY-COUNT-LINES.
           MOVE ZERO TO WS-FROZEN-LINES WS-COUNTED-LINES
                        WS-POSTED-LINES
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
              UNTIL WS-COUNT-IDX > WS-COUNT-COUNT
              EVALUATE WS-CNT-STATUS(WS-COUNT-IDX)
                 WHEN 'C' ADD 1 TO WS-COUNTED-LINES
                 WHEN 'P' ADD 1 TO WS-POSTED-LINES
                 WHEN OTHER ADD 1 TO WS-FROZEN-LINES
              END-EVALUATE
           END-PERFORM.
       REWRITE-COUNT-FILE.
           OPEN OUTPUT COUNT-FILE
           IF WS-COUNT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING invcount.dat, STATUS: '
                 WS-COUNT-STATUS
           ELSE
              PERFORM WRITE-ONE-COUNT
                 VARYING WS-COUNT-IDX FROM 1 BY 1
                 UNTIL WS-COUNT-IDX > WS-COUNT-COUNT
              CLOSE COUNT-FILE
           END-IF.
       WRITE-ONE-COUNT.
           MOVE SPACES TO COUNT-RECORD
           MOVE WS-COUNT-NUM                  TO CNT-NUMBER
           MOVE WS-FREEZE-DATE                TO CNT-FREEZE-DATE
           MOVE WS-CNT-PRODNAME(WS-COUNT-IDX) TO CNT-PRODNAME
           MOVE WS-CNT-SIZE(WS-COUNT-IDX)     TO CNT-SIZE
           MOVE WS-CNT-BOOK(WS-COUNT-IDX)     TO CNT-BOOK-QTY
           MOVE WS-CNT-COUNTED(WS-COUNT-IDX)  TO CNT-COUNTED-QTY
           MOVE WS-CNT-STATUS(WS-COUNT-IDX)   TO CNT-STATUS
           WRITE COUNT-RECORD.
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
       LOAD-PRICE-TABLE.
      * WITHOUT A PRICE FILE THE VARIANCES ARE STILL COUNTED IN
      * UNITS; THEY ARE SIMPLY VALUED AT ZERO.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-PRICE-COUNT >= 300
                 READ PRICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE PRC-PRODNAME
                          TO WS-PRC-PRODNAME(WS-PRICE-COUNT)
                       MOVE PRC-SIZE
                          TO WS-PRC-SIZE(WS-PRICE-COUNT)
                       MOVE PRC-EFF-DATE
                          TO WS-PRC-EFF-DATE(WS-PRICE-COUNT)
                       MOVE PRC-UNIT-PRICE
                          TO WS-PRC-PRICE(WS-PRICE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PRICE-FILE
           ELSE
              DISPLAY 'NO prodprice.dat - VARIANCES VALUED AT ZERO'
           END-IF.
       FIND-UNIT-PRICE.
      * THE PRICE IN FORCE IS THE ONE WITH THE LATEST EFFECTIVE
      * DATE NOT AFTER TODAY, AS ORDER01 PRICES A LINE.
           MOVE ZERO TO WS-BEST-EFF-DATE WS-UNIT-PRICE
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
              UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
              IF WS-PRC-PRODNAME(WS-PRICE-IDX)
                    = WS-CNT-PRODNAME(WS-COUNT-IDX)
                 AND WS-PRC-SIZE(WS-PRICE-IDX)
                    = WS-CNT-SIZE(WS-COUNT-IDX)
                 AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    <= WS-CURRENT-DATE
                 AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    >= WS-BEST-EFF-DATE
                 MOVE WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    TO WS-BEST-EFF-DATE
                 MOVE WS-PRC-PRICE(WS-PRICE-IDX) TO WS-UNIT-PRICE
              END-IF
           END-PERFORM.
       FREEZECOUNT.
      * A NEW COUNT MAY ONLY BE FROZEN ONCE THE LAST ONE IS POSTED;
      * UNTIL THEN ITS BOOK FIGURES ARE WHAT THE COUNTS ARE
      * MEASURED AGAINST.
           DISPLAY ' '
           IF WS-COUNT-COUNT > ZERO
              AND WS-POSTED-LINES < WS-COUNT-COUNT
              DISPLAY 'COUNT ' WS-COUNT-NUM ' IS STILL OPEN - POST '
                 'IT BEFORE FREEZING ANOTHER.'
           ELSE
              PERFORM ACCEPT-COUNT-SELECTION
              PERFORM BUILD-COUNT-TABLE
              IF WS-COUNT-COUNT = ZERO
                 DISPLAY 'NOTHING ON ONHAND.DAT TO COUNT.'
              ELSE
                 PERFORM REWRITE-COUNT-FILE
                 PERFORM PRINT-COUNT-SHEETS
                 PERFORM TALLY-COUNT-LINES
                 MOVE WS-COUNT-NUM TO DIS-COUNT-NUM
                 DISPLAY 'COUNT ' DIS-COUNT-NUM ' FROZEN: '
                    WS-COUNT-COUNT ' LINES, SHEETS IN cntsheet.rpt'
              END-IF
           END-IF.
       ACCEPT-COUNT-SELECTION.
      * A BLANK FIRST ANSWER COUNTS THE WHOLE SHELF; OTHERWISE ONLY
      * THE PRODUCTS NAMED (ALL THEIR SIZES) ARE FROZEN.
           MOVE ZERO TO WS-SELECT-COUNT
           DISPLAY 'PRODUCTS FOR A CYCLE COUNT, ONE PER LINE'
           DISPLAY '(BLANK FIRST ENTRY COUNTS EVERYTHING, BLANK ENDS)'
           MOVE 'X' TO WS-ENTRY-NAME
           PERFORM UNTIL WS-ENTRY-NAME = SPACES
              OR WS-SELECT-COUNT >= 50
              DISPLAY 'ENTER PRODUCT NAME: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-NAME
              INSPECT WS-ENTRY-NAME
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              IF WS-ENTRY-NAME NOT = SPACES
                 ADD 1 TO WS-SELECT-COUNT
                 MOVE WS-ENTRY-NAME
                    TO WS-SELECT-PRODNAME(WS-SELECT-COUNT)
              END-IF
           END-PERFORM.
       BUILD-COUNT-TABLE.
           PERFORM LOAD-ONHAND-TABLE
           ADD 1 TO WS-COUNT-NUM
           MOVE WS-CURRENT-DATE TO WS-FREEZE-DATE
           MOVE ZERO TO WS-COUNT-COUNT
           PERFORM VARYING WS-ONHAND-IDX FROM 1 BY 1
              UNTIL WS-ONHAND-IDX > WS-ONHAND-COUNT
              MOVE 'N' TO WS-SELECTED
              IF WS-SELECT-COUNT = ZERO
                 MOVE 'Y' TO WS-SELECTED
              END-IF
              PERFORM VARYING WS-SELECT-IDX FROM 1 BY 1
                 UNTIL WS-SELECT-IDX > WS-SELECT-COUNT
                 IF WS-SELECT-PRODNAME(WS-SELECT-IDX)
                    = WS-OH-PRODNAME(WS-ONHAND-IDX)
                    MOVE 'Y' TO WS-SELECTED
                 END-IF
              END-PERFORM
              IF WS-SELECTED = 'Y'
                 ADD 1 TO WS-COUNT-COUNT
                 MOVE WS-OH-PRODNAME(WS-ONHAND-IDX)
                    TO WS-CNT-PRODNAME(WS-COUNT-COUNT)
                 MOVE WS-OH-SIZE(WS-ONHAND-IDX)
                    TO WS-CNT-SIZE(WS-COUNT-COUNT)
                 MOVE WS-OH-ONHAND(WS-ONHAND-IDX)
                    TO WS-CNT-BOOK(WS-COUNT-COUNT)
                 MOVE ZERO TO WS-CNT-COUNTED(WS-COUNT-COUNT)
                 MOVE 'F'  TO WS-CNT-STATUS(WS-COUNT-COUNT)
              END-IF
           END-PERFORM
           IF WS-COUNT-COUNT = ZERO
              SUBTRACT 1 FROM WS-COUNT-NUM
           END-IF.
       PRINT-COUNT-SHEETS.
           OPEN OUTPUT COUNT-SHEET-REPORT
           WRITE SHEET-PRINT-LINE FROM SHEET-HEADING
           MOVE WS-COUNT-NUM   TO PRN-SHEET-NUM
           MOVE WS-FREEZE-DATE TO PRN-SHEET-DATE
           WRITE SHEET-PRINT-LINE FROM SHEET-COUNT-LINE
           WRITE SHEET-PRINT-LINE FROM SHEET-BLANK-LINE
           WRITE SHEET-PRINT-LINE FROM SHEET-COLUMN-HEADING
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
              UNTIL WS-COUNT-IDX > WS-COUNT-COUNT
              MOVE WS-CNT-PRODNAME(WS-COUNT-IDX)
                 TO PRN-SHEET-PRODNAME
              MOVE WS-CNT-SIZE(WS-COUNT-IDX) TO PRN-SHEET-SIZE
              WRITE SHEET-PRINT-LINE FROM SHEET-BLANK-LINE
              WRITE SHEET-PRINT-LINE FROM SHEET-DETAIL-LINE
           END-PERFORM
           WRITE SHEET-PRINT-LINE FROM SHEET-BLANK-LINE
           WRITE SHEET-PRINT-LINE FROM SHEET-FOOTING
           CLOSE COUNT-SHEET-REPORT.
       ACCEPT-COUNT-KEY.
           DISPLAY 'ENTER PRODUCT NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           INSPECT WS-ENTRY-NAME
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ENTRY-NAME NOT = SPACES
              DISPLAY 'ENTER SIZE: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-SIZE
              INSPECT WS-ENTRY-SIZE
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
              UNTIL WS-COUNT-IDX > WS-COUNT-COUNT
              IF WS-CNT-PRODNAME(WS-COUNT-IDX) = WS-ENTRY-NAME
                 AND WS-CNT-SIZE(WS-COUNT-IDX) = WS-ENTRY-SIZE
                 MOVE WS-COUNT-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       ENTERCOUNTS.
      * COUNTS ARE KEYED FROM THE SHEETS ONE PRODUCT/SIZE AT A TIME
      * UNTIL A BLANK PRODUCT NAME. KEYING A LINE AGAIN REPLACES
      * THE QUANTITY - A RECOUNT, NOT AN ADDITION.
           DISPLAY ' '
           IF WS-COUNT-COUNT = ZERO
              OR WS-POSTED-LINES = WS-COUNT-COUNT
              DISPLAY 'NO OPEN COUNT - FREEZE ONE FIRST.'
           ELSE
              MOVE 'X' TO WS-ENTRY-NAME
              PERFORM UNTIL WS-ENTRY-NAME = SPACES
                 PERFORM ACCEPT-COUNT-KEY
                 IF WS-ENTRY-NAME NOT = SPACES
                    PERFORM ENTER-ONE-COUNT
                 END-IF
              END-PERFORM
              PERFORM REWRITE-COUNT-FILE
              PERFORM TALLY-COUNT-LINES
              DISPLAY 'LINES COUNTED: ' WS-COUNTED-LINES
                 '  STILL TO COUNT: ' WS-FROZEN-LINES
           END-IF.
       ENTER-ONE-COUNT.
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'PRODUCT/SIZE NOT ON THIS COUNT.'
           ELSE
              IF WS-CNT-STATUS(WS-FOUND-IDX) = 'C'
                 MOVE WS-CNT-COUNTED(WS-FOUND-IDX) TO DIS-QTY
                 DISPLAY 'ALREADY COUNTED AT ' DIS-QTY
              END-IF
              DISPLAY 'ENTER COUNTED QUANTITY: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-NUMBER
              IF WS-ENTRY-NUMBER = SPACES
                 DISPLAY 'NO QUANTITY - LINE UNCHANGED.'
              ELSE
                 COMPUTE WS-QTY-NUM = FUNCTION NUMVAL(WS-ENTRY-NUMBER)
                 MOVE WS-QTY-NUM TO WS-CNT-COUNTED(WS-FOUND-IDX)
                 MOVE 'C' TO WS-CNT-STATUS(WS-FOUND-IDX)
              END-IF
           END-IF.
       VARIANCEREPORT.
           DISPLAY ' '
           IF WS-COUNT-COUNT = ZERO
              DISPLAY 'NO COUNT ON FILE.'
           ELSE
              PERFORM PRINT-VARIANCE-REPORT
              DISPLAY 'VARIANCE REPORT IN cntvar.rpt: '
                 WS-VARIANCE-LINES ' LINES WITH A VARIANCE'
           END-IF.
       PRINT-VARIANCE-REPORT.
           MOVE ZERO TO WS-TOT-BOOK WS-TOT-COUNTED WS-TOT-VALUE-OVER
                        WS-TOT-VALUE-SHORT WS-VARIANCE-LINES
           OPEN OUTPUT VARIANCE-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-COUNT-NUM   TO PRN-COUNT-NUM
           MOVE WS-FREEZE-DATE TO PRN-FREEZE-DATE
           EVALUATE TRUE
              WHEN WS-POSTED-LINES = WS-COUNT-COUNT
                 MOVE 'POSTED' TO PRN-COUNT-STATE
              WHEN WS-FROZEN-LINES > ZERO
                 MOVE 'COUNT IN PROGRESS' TO PRN-COUNT-STATE
              WHEN OTHER
                 MOVE 'READY TO POST' TO PRN-COUNT-STATE
           END-EVALUATE
           WRITE PRINT-LINE FROM VARIANCE-COUNT-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING-1
           PERFORM PRINT-ONE-VARIANCE
              VARYING WS-COUNT-IDX FROM 1 BY 1
              UNTIL WS-COUNT-IDX > WS-COUNT-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-TOT-BOOK    TO PRN-TOT-BOOK
           MOVE WS-TOT-COUNTED TO PRN-TOT-COUNTED
           WRITE PRINT-LINE FROM TOTAL-LINE-1
           MOVE WS-TOT-VALUE-OVER  TO PRN-TOT-OVER
           WRITE PRINT-LINE FROM TOTAL-LINE-2
           MOVE WS-TOT-VALUE-SHORT TO PRN-TOT-SHORT
           WRITE PRINT-LINE FROM TOTAL-LINE-3
           COMPUTE PRN-TOT-NET = WS-TOT-VALUE-OVER + WS-TOT-VALUE-SHORT
           WRITE PRINT-LINE FROM TOTAL-LINE-4
           MOVE WS-VARIANCE-LINES TO PRN-VARIANCE-LINES
           WRITE PRINT-LINE FROM TOTAL-LINE-5
           MOVE WS-FROZEN-LINES TO PRN-UNCOUNTED
           WRITE PRINT-LINE FROM TOTAL-LINE-6
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE VARIANCE-REPORT.
       PRINT-ONE-VARIANCE.
      * A LINE STILL TO BE COUNTED SHOWS ITS BOOK FIGURE ONLY; IT
      * HAS NO VARIANCE UNTIL THE SHELF HAS BEEN COUNTED.
           PERFORM FIND-UNIT-PRICE
           MOVE WS-CNT-PRODNAME(WS-COUNT-IDX) TO PRN-PRODNAME
           MOVE WS-CNT-SIZE(WS-COUNT-IDX)     TO PRN-SIZE
           MOVE WS-CNT-BOOK(WS-COUNT-IDX)     TO PRN-BOOK
           MOVE WS-UNIT-PRICE                 TO PRN-UNIT-PRICE
           ADD WS-CNT-BOOK(WS-COUNT-IDX) TO WS-TOT-BOOK
           IF WS-CNT-STATUS(WS-COUNT-IDX) = 'F'
              MOVE 'NOT CT' TO PRN-COUNTED-X
              MOVE ZERO TO WS-VARIANCE WS-VARIANCE-VALUE
           ELSE
              MOVE WS-CNT-COUNTED(WS-COUNT-IDX) TO PRN-COUNTED
              ADD WS-CNT-COUNTED(WS-COUNT-IDX) TO WS-TOT-COUNTED
              COMPUTE WS-VARIANCE = WS-CNT-COUNTED(WS-COUNT-IDX)
                 - WS-CNT-BOOK(WS-COUNT-IDX)
              COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE * WS-UNIT-PRICE
           END-IF
           MOVE WS-VARIANCE       TO PRN-VARIANCE
           MOVE WS-VARIANCE-VALUE TO PRN-VALUE
           EVALUATE TRUE
              WHEN WS-VARIANCE > ZERO
                 ADD 1 TO WS-VARIANCE-LINES
                 ADD WS-VARIANCE-VALUE TO WS-TOT-VALUE-OVER
              WHEN WS-VARIANCE < ZERO
                 ADD 1 TO WS-VARIANCE-LINES
                 ADD WS-VARIANCE-VALUE TO WS-TOT-VALUE-SHORT
           END-EVALUATE
           WRITE PRINT-LINE FROM VARIANCE-DETAIL-LINE.
       POSTCOUNT.
      * POSTING NEEDS EVERY FROZEN LINE COUNTED AND A NAMED
      * APPROVER; THE VARIANCE REPORT IS REPRINTED AS THE RECORD OF
      * WHAT WAS APPROVED.
           DISPLAY ' '
           EVALUATE TRUE
              WHEN WS-COUNT-COUNT = ZERO
                 OR WS-POSTED-LINES = WS-COUNT-COUNT
                 DISPLAY 'NO OPEN COUNT TO POST.'
              WHEN WS-FROZEN-LINES > ZERO
                 DISPLAY WS-FROZEN-LINES ' LINES NOT YET COUNTED - '
                    'COUNT NOT POSTED.'
              WHEN OTHER
                 PERFORM PRINT-VARIANCE-REPORT
                 MOVE WS-COUNT-NUM TO DIS-COUNT-NUM
                 DISPLAY 'COUNT ' DIS-COUNT-NUM ': '
                    WS-VARIANCE-LINES ' LINES WITH A VARIANCE'
                 DISPLAY 'APPROVED BY (INITIALS): ' WITH NO ADVANCING
                 ACCEPT WS-APPROVER
                 INSPECT WS-APPROVER
                    CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 DISPLAY 'POST THE ADJUSTMENTS TO ONHAND.DAT (Y/N)? '
                    WITH NO ADVANCING
                 ACCEPT WS-ENTRY-ANSWER
                 IF WS-APPROVER = SPACES
                    OR (WS-ENTRY-ANSWER NOT = 'Y' AND NOT = 'y')
                    DISPLAY 'COUNT NOT POSTED.'
                 ELSE
                    PERFORM POST-COUNT-ADJUSTMENTS
                 END-IF
           END-EVALUATE.
       POST-COUNT-ADJUSTMENTS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           PERFORM LOAD-ONHAND-TABLE
           MOVE ZERO TO WS-ADJUSTED-LINES
           PERFORM POST-ONE-ADJUSTMENT
              VARYING WS-COUNT-IDX FROM 1 BY 1
              UNTIL WS-COUNT-IDX > WS-COUNT-COUNT
           IF WS-ADJUSTED-LINES > ZERO
              PERFORM REWRITE-ONHAND-FILE
           END-IF
           PERFORM REWRITE-COUNT-FILE
           PERFORM TALLY-COUNT-LINES
           DISPLAY 'COUNT POSTED: ' WS-ADJUSTED-LINES
              ' ADJUSTMENTS TO ONHAND.DAT, JOURNAL IN invadj.log'
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'COUNT ' WS-COUNT-NUM ' POSTED BY ' WS-APPROVER
              ': ' WS-ADJUSTED-LINES ' ADJUSTMENT(S)'
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG.
       POST-ONE-ADJUSTMENT.
           COMPUTE WS-VARIANCE = WS-CNT-COUNTED(WS-COUNT-IDX)
              - WS-CNT-BOOK(WS-COUNT-IDX)
           IF WS-VARIANCE NOT = ZERO
              PERFORM FIND-ONHAND-ENTRY
              IF WS-ONHAND-FOUND = ZERO
                 DISPLAY 'ONHAND.DAT FULL - NOT ADJUSTED: '
                    WS-CNT-PRODNAME(WS-COUNT-IDX) ' '
                    WS-CNT-SIZE(WS-COUNT-IDX)
              ELSE
                 COMPUTE WS-NEW-ONHAND =
                    WS-OH-ONHAND(WS-ONHAND-FOUND) + WS-VARIANCE
      * STOCK SOLD SINCE THE FREEZE CAN LEAVE LESS THAN THE SHORTAGE
      * ON THE SHELF; ON-HAND STOPS AT ZERO RATHER THAN GO NEGATIVE.
                 IF WS-NEW-ONHAND < ZERO
                    COMPUTE WS-VARIANCE = ZERO
                       - WS-OH-ONHAND(WS-ONHAND-FOUND)
                    MOVE ZERO TO WS-NEW-ONHAND
                 END-IF
                 MOVE WS-NEW-ONHAND TO WS-OH-ONHAND(WS-ONHAND-FOUND)
                 ADD 1 TO WS-ADJUSTED-LINES
                 PERFORM WRITE-ADJUST-JOURNAL
                 PERFORM RECORD-STOCK-MOVEMENT
              END-IF
           END-IF
           MOVE 'P' TO WS-CNT-STATUS(WS-COUNT-IDX).
       FIND-ONHAND-ENTRY.
      * A PRODUCT/SIZE DROPPED FROM ONHAND.DAT SINCE THE FREEZE IS
      * PUT BACK, SO A FOUND OVERAGE IS NOT LOST.
           MOVE ZERO TO WS-ONHAND-FOUND
           PERFORM VARYING WS-ONHAND-IDX FROM 1 BY 1
              UNTIL WS-ONHAND-IDX > WS-ONHAND-COUNT
              IF WS-OH-PRODNAME(WS-ONHAND-IDX)
                    = WS-CNT-PRODNAME(WS-COUNT-IDX)
                 AND WS-OH-SIZE(WS-ONHAND-IDX)
                    = WS-CNT-SIZE(WS-COUNT-IDX)
                 MOVE WS-ONHAND-IDX TO WS-ONHAND-FOUND
              END-IF
           END-PERFORM
           IF WS-ONHAND-FOUND = ZERO AND WS-ONHAND-COUNT < 150
              ADD 1 TO WS-ONHAND-COUNT
              MOVE WS-ONHAND-COUNT TO WS-ONHAND-FOUND
              MOVE WS-CNT-PRODNAME(WS-COUNT-IDX)
                 TO WS-OH-PRODNAME(WS-ONHAND-FOUND)
              MOVE WS-CNT-SIZE(WS-COUNT-IDX)
                 TO WS-OH-SIZE(WS-ONHAND-FOUND)
              MOVE ZERO TO WS-OH-ONHAND(WS-ONHAND-FOUND)
              MOVE ZERO TO WS-OH-REORDER(WS-ONHAND-FOUND)
           END-IF.
       WRITE-ADJUST-JOURNAL.
      * APPEND ONE LINE PER ADJUSTMENT, THE WAY ORDMNT JOURNALS ITS
      * STATUS MOVES.
           OPEN EXTEND ADJUST-JOURNAL
           IF WS-JOURNAL-STATUS = '00' OR '05'
              MOVE SPACES            TO ADJUST-JOURNAL-RECORD
              MOVE WS-COUNT-NUM      TO ADJ-COUNT-NUM
              MOVE WS-CURRENT-DATE   TO ADJ-DATE
              MOVE WS-CURRENT-TIME   TO ADJ-TIME
              MOVE WS-CNT-PRODNAME(WS-COUNT-IDX) TO ADJ-PRODNAME
              MOVE WS-CNT-SIZE(WS-COUNT-IDX)     TO ADJ-SIZE
              MOVE WS-CNT-BOOK(WS-COUNT-IDX)     TO ADJ-BOOK-QTY
              MOVE WS-CNT-COUNTED(WS-COUNT-IDX)  TO ADJ-COUNTED-QTY
              MOVE WS-VARIANCE       TO ADJ-QTY
              MOVE WS-NEW-ONHAND     TO ADJ-ONHAND-AFTER
              MOVE WS-APPROVER       TO ADJ-APPROVER
              WRITE ADJUST-JOURNAL-RECORD
              CLOSE ADJUST-JOURNAL
           ELSE
              DISPLAY 'ERROR ON JOURNAL OPEN - FILE STATUS '
                 WS-JOURNAL-STATUS
           END-IF.
       RECORD-STOCK-MOVEMENT.
      * EVERY COUNT ADJUSTMENT GOES TO THE MOVEMENT HISTORY AGAINST
      * ITS COUNT NUMBER. A MISSING RECORDER MUST NEVER STOP THE
      * POSTING ITSELF; THE STOCK CARD THEN SHOWS THE GAP.
           MOVE WS-CURRENT-DATE TO SMV-DATE
           MOVE WS-CNT-PRODNAME(WS-COUNT-IDX) TO SMV-PRODNAME
           MOVE WS-CNT-SIZE(WS-COUNT-IDX)     TO SMV-SIZE
           MOVE WS-COUNT-NUM    TO SMV-REF
           MOVE WS-VARIANCE     TO SMV-QTY
           MOVE WS-NEW-ONHAND   TO SMV-BALANCE
           CALL WS-STKMOVE-PROG USING STKMOVE-PARMS
              ON EXCEPTION
                 DISPLAY 'STKMOVE NOT AVAILABLE - MOVEMENT NOT '
                    'RECORDED'
           END-CALL.
       LISTCOUNT.
           DISPLAY ' '
           IF WS-COUNT-COUNT = ZERO
              DISPLAY 'NO COUNT ON FILE.'
           ELSE
              MOVE WS-COUNT-NUM TO DIS-COUNT-NUM
              DISPLAY 'COUNT ' DIS-COUNT-NUM ' FROZEN '
                 WS-FREEZE-DATE
              PERFORM LIST-ONE-COUNT
                 VARYING WS-COUNT-IDX FROM 1 BY 1
                 UNTIL WS-COUNT-IDX > WS-COUNT-COUNT
              DISPLAY 'LINES: ' WS-COUNT-COUNT '  COUNTED: '
                 WS-COUNTED-LINES '  POSTED: ' WS-POSTED-LINES
           END-IF.
       LIST-ONE-COUNT.
           MOVE WS-CNT-COUNTED(WS-COUNT-IDX) TO DIS-QTY
           EVALUATE WS-CNT-STATUS(WS-COUNT-IDX)
              WHEN 'C'
                 DISPLAY WS-CNT-PRODNAME(WS-COUNT-IDX) ' '
                    WS-CNT-SIZE(WS-COUNT-IDX) ' COUNTED ' DIS-QTY
              WHEN 'P'
                 DISPLAY WS-CNT-PRODNAME(WS-COUNT-IDX) ' '
                    WS-CNT-SIZE(WS-COUNT-IDX) ' POSTED  ' DIS-QTY
              WHEN OTHER
                 DISPLAY WS-CNT-PRODNAME(WS-COUNT-IDX) ' '
                    WS-CNT-SIZE(WS-COUNT-IDX) ' NOT COUNTED'
           END-EVALUATE.
       END PROGRAM INVCOUNT.
