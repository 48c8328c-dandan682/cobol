       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRCCHG.
      ***************************************
      * MASS PRICE CHANGE. ONE CONTROL CARD ON pricechg.dat NAMES A
      * BATCH AND SAYS WHICH PRICES MOVE AND HOW:
      *   - BATCH ID (NAMES THE BATCH FILE pricechg-<ID>.dat)
      *   - PRODUCT NAME RANGE FROM/TO (BLANK FROM = FIRST PRODUCT,
      *     BLANK TO = LAST; BOTH BLANK TAKES EVERY PRODUCT)
      *   - UP TO THREE SIZE CODES (BLANK TAKES EVERY SIZE)
      *   - P(ERCENT) OR F(LAT AMOUNT), + OR -, AND THE AMOUNT
      *   - ROUNDING: C NEAREST CENT, F NEAREST FIVE CENTS,
      *     D NEAREST DOLLAR, 9 UP TO THE NEXT .99 PRICE POINT
      *   - THE NEW EFFECTIVE DATE, WHICH MUST BE IN THE FUTURE
      * EACH SELECTED PRODUCT/SIZE IS REPRICED FROM THE PRICE THAT
      * WOULD BE IN FORCE ON THE NEW DATE. A PRODUCT/SIZE ALREADY
      * PRICED ON THAT DATE IS REFUSED RATHER THAN DUPLICATED.
      *
      * COMMAND LINE: PREVIEW           PRINT OLD AGAINST NEW ON
      *                                 pricechg.rpt FOR APPROVAL
      *               APPLY             WRITE THE PREVIEWED LINES
      *                                 TO prodprice.dat
      *               REMOVE [BATCHID]  TAKE AN APPLIED BATCH BACK
      *                                 OUT BEFORE IT TAKES EFFECT
      * THE BATCH FILE CARRIES THE BATCH'S STATE (PREVIEWED,
      * APPLIED, REMOVED), THE CARD IT WAS BUILT FROM AND ITS
      * GENERATED LINES, SO APPLY WRITES EXACTLY WHAT WAS APPROVED
      * AND REMOVE TAKES OUT EXACTLY WHAT WAS WRITTEN.
      *
      * RETURN CODES: 0 CLEAN, 4 LINES REFUSED, 8 CARD OR BATCH
      * STATE WRONG - NOTHING CHANGED, 12 FILE UNUSABLE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "pricechg.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.
           SELECT OPTIONAL BATCH-FILE
              ASSIGN TO DYNAMIC WS-BATCH-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-STATUS.
           SELECT OPTIONAL PRICE-FILE ASSIGN TO "prodprice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRICE-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT CHANGE-REPORT ASSIGN TO "pricechg.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CARD-FILE.
       01 CARD-RECORD.
          02 PCC-BATCH-ID         PIC X(8).
          02 FILLER               PIC X.
          02 PCC-FROM-NAME        PIC X(10).
          02 FILLER               PIC X.
          02 PCC-TO-NAME          PIC X(10).
          02 FILLER               PIC X.
          02 PCC-SIZES.
             03 PCC-SIZE          PIC A OCCURS 3 TIMES.
          02 FILLER               PIC X.
          02 PCC-METHOD           PIC X.
             88 PCC-PERCENT               VALUE 'P'.
             88 PCC-FLAT                  VALUE 'F'.
          02 PCC-SIGN             PIC X.
             88 PCC-RISE                  VALUE '+'.
             88 PCC-CUT                   VALUE '-'.
          02 PCC-AMOUNT           PIC 9(3)V99.
          02 FILLER               PIC X.
          02 PCC-ROUNDING         PIC X.
             88 PCC-ROUND-VALID           VALUE 'C' 'F' 'D' '9'.
          02 FILLER               PIC X.
          02 PCC-EFF-DATE         PIC 9(8).
      * THE BATCH FILE: ONE HEADER WITH THE STATE AND THE CARD,
      * THEN ONE DETAIL PER GENERATED PRICE LINE.
       FD BATCH-FILE.
       01 BATCH-HEADER.
          02 BTH-TYPE             PIC X(3).
             88 BTH-IS-HEADER             VALUE 'HDR'.
          02 FILLER               PIC X.
          02 BTH-STATE            PIC X(9).
             88 BTH-PREVIEWED             VALUE 'PREVIEWED'.
             88 BTH-APPLIED               VALUE 'APPLIED'.
             88 BTH-REMOVED               VALUE 'REMOVED'.
          02 FILLER               PIC X.
          02 BTH-STATE-DATE       PIC 9(8).
          02 FILLER               PIC X.
          02 BTH-CARD             PIC X(53).
       01 BATCH-DETAIL.
          02 BTD-TYPE             PIC X(3).
          02 FILLER               PIC X.
          02 BTD-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 BTD-SIZE             PIC A.
          02 FILLER               PIC X.
          02 BTD-EFF-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 BTD-OLD-PRICE        PIC 9(5)V99.
          02 FILLER               PIC X.
          02 BTD-NEW-PRICE        PIC 9(5)V99.
       FD PRICE-FILE.
       01 PRICE-RECORD.
          02 PRC-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 PRC-SIZE             PIC A.
          02 FILLER               PIC X.
          02 PRC-EFF-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 PRC-UNIT-PRICE       PIC 9(5)V99.
       FD PRODMAST.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
       FD CHANGE-REPORT.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING.
          02 FILLER               PIC X(20) VALUE
             'MASS PRICE CHANGE - '.
          02 PRN-MODE             PIC X(8).
          02 FILLER               PIC X(08) VALUE ' BATCH: '.
          02 PRN-BATCH-ID         PIC X(8).
       01 CARD-LINE.
          02 FILLER               PIC X(06) VALUE 'CARD: '.
          02 PRN-CARD             PIC X(53).
       01 COLUMN-HEADING.
          02 FILLER               PIC X(30) VALUE
             'PRODUCT    S IN FORCE      OLD'.
          02 FILLER               PIC X(30) VALUE
             '      NEW CHANGE% NOTE        '.
       01 CHANGE-DETAIL-LINE.
          02 PRN-PRODNAME         PIC X(10).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-SIZE             PIC A.
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-OLD-EFF-DATE     PIC 9(8).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-OLD-PRICE        PIC ZZZZ9.99.
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-NEW-PRICE        PIC ZZZZ9.99.
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-CHANGE-PCT       PIC -ZZ9.9.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-NOTE             PIC X(28).
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'LINES GENERATED:     '.
          02 PRN-GENERATED-COUNT  PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'LINES REFUSED:       '.
          02 PRN-REFUSED-COUNT    PIC ZZZZ9.
       01 MESSAGE-LINE            PIC X(80).
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-CARD-STATUS          PIC X(2).
       01 WS-BATCH-STATUS         PIC X(2).
       01 WS-PRICE-STATUS         PIC X(2).
       01 WS-PRODMAST-STATUS      PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(20).
       01 WS-RUN-MODE             PIC X(8).
          88 PREVIEW-MODE         VALUE 'PREVIEW'.
          88 APPLY-MODE           VALUE 'APPLY'.
          88 REMOVE-MODE          VALUE 'REMOVE'.
       01 WS-CMD-BATCH-ID         PIC X(8).
       01 WS-BATCH-ID             PIC X(8).
       01 WS-BATCH-NAME           PIC X(24).
       01 WS-CARD-IMAGE           PIC X(53).
       01 WS-CARD-OK              PIC X VALUE 'N'.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-FROM-NAME            PIC X(10).
       01 WS-TO-NAME              PIC X(10).
      * THE STATE OF THE BATCH AS FOUND ON ITS FILE.
       01 WS-BATCH-STATE          PIC X(9) VALUE SPACES.
       01 WS-BATCH-CARD           PIC X(53) VALUE SPACES.
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES.
             10 WS-PRODNAME   PIC X(10).
             10 WS-PRODSIZE   PIC A OCCURS 3 TIMES.
       01 WS-PRODUCT-COUNT        PIC 99 VALUE ZERO.
       01 WS-PROD-IDX             PIC 99 VALUE ZERO.
       01 WS-SIZE-IDX             PIC 9 VALUE ZERO.
       01 WS-SEL-IDX              PIC 9 VALUE ZERO.
       01 WS-SIZE-SELECTED        PIC X VALUE 'N'.
      * THE WHOLE PRICE FILE, REWRITTEN WHOLE ON APPLY AND REMOVE,
      * THE PRICEMNT WAY. ORDER ENTRY LOADS AT MOST 300 LINES, SO A
      * BATCH THAT WOULD TAKE THE FILE PAST THAT IS REFUSED.
       01 WS-PRICE-TABLE.
          05 WS-PRICE-ENTRY OCCURS 300 TIMES.
             10 WS-PRC-PRODNAME   PIC X(10).
             10 WS-PRC-SIZE       PIC A.
             10 WS-PRC-EFF-DATE   PIC 9(8).
             10 WS-PRC-PRICE      PIC 9(5)V99.
       01 WS-PRICE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-PRICE-IDX            PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX             PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(3) VALUE ZERO.
       01 WS-BEST-EFF-DATE        PIC 9(8) VALUE ZERO.
       01 WS-OLD-PRICE            PIC 9(5)V99 VALUE ZERO.
       01 WS-DUPLICATE            PIC X VALUE 'N'.
      * THE LINES THIS BATCH GENERATES (PREVIEW) OR CARRIES (APPLY,
      * REMOVE).
       01 WS-CHANGE-TABLE.
          05 WS-CHANGE-ENTRY OCCURS 300 TIMES.
             10 WS-CHG-PRODNAME   PIC X(10).
             10 WS-CHG-SIZE       PIC A.
             10 WS-CHG-EFF-DATE   PIC 9(8).
             10 WS-CHG-OLD-PRICE  PIC 9(5)V99.
             10 WS-CHG-NEW-PRICE  PIC 9(5)V99.
             10 WS-CHG-DONE       PIC X.
       01 WS-CHANGE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-CHANGE-IDX           PIC 9(3) VALUE ZERO.
       01 WS-GENERATED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-PRICE-CHANGED        PIC X VALUE 'N'.
      * PRICE ARITHMETIC.
       01 WS-WORK-PRICE           PIC S9(7)V9(4) VALUE ZERO.
       01 WS-ROUNDED-PRICE        PIC S9(7)V99 VALUE ZERO.
       01 WS-WHOLE-UNITS          PIC S9(9) VALUE ZERO.
       01 WS-NEW-PRICE            PIC 9(5)V99 VALUE ZERO.
       01 WS-CHANGE-PCT           PIC S9(3)V9 VALUE ZERO.
       01 WS-LINE-NOTE            PIC X(28).
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
           DISPLAY 'PRCCHG - MASS PRICE CHANGE'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO WS-RUN-MODE WS-CMD-BATCH-ID
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
              INTO WS-RUN-MODE WS-CMD-BATCH-ID
           IF WS-RUN-MODE = SPACES
              MOVE 'PREVIEW' TO WS-RUN-MODE
           END-IF
           IF NOT PREVIEW-MODE AND NOT APPLY-MODE AND NOT REMOVE-MODE
              DISPLAY 'RUN MODE MUST BE PREVIEW, APPLY OR REMOVE: '
                 WS-CMDLINE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF REMOVE-MODE AND WS-CMD-BATCH-ID NOT = SPACES
              MOVE WS-CMD-BATCH-ID TO WS-BATCH-ID
           ELSE
              PERFORM READ-CONTROL-CARD
              IF WS-CARD-OK = 'N'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PCC-BATCH-ID TO WS-BATCH-ID
           END-IF
           MOVE SPACES TO WS-BATCH-NAME
           STRING 'pricechg-' DELIMITED BY SIZE
              WS-BATCH-ID DELIMITED BY SPACE
              '.dat' DELIMITED BY SIZE INTO WS-BATCH-NAME
           DISPLAY '  MODE: ' WS-RUN-MODE ' BATCH: ' WS-BATCH-ID
           PERFORM LOAD-BATCH-FILE
           PERFORM LOAD-PRICE-TABLE
           IF WS-PRICE-STATUS NOT = '00' AND '05'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT CHANGE-REPORT
           MOVE WS-RUN-MODE TO PRN-MODE
           MOVE WS-BATCH-ID TO PRN-BATCH-ID
           WRITE PRINT-LINE FROM PAGE-HEADING
           EVALUATE TRUE
              WHEN PREVIEW-MODE
                 PERFORM PREVIEW-BATCH
              WHEN APPLY-MODE
                 PERFORM APPLY-BATCH
              WHEN REMOVE-MODE
                 PERFORM REMOVE-BATCH
           END-EVALUATE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-GENERATED-COUNT TO PRN-GENERATED-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-REFUSED-COUNT TO PRN-REFUSED-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE CHANGE-REPORT
           DISPLAY 'LINES GENERATED:     ' WS-GENERATED-COUNT
           DISPLAY 'LINES REFUSED:       ' WS-REFUSED-COUNT
           IF RETURN-CODE = ZERO AND WS-REFUSED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       READ-CONTROL-CARD.
      * EVERY FIELD OF THE CARD IS CHECKED BEFORE ANYTHING IS
      * PRICED; ONE BAD FIELD STOPS THE RUN.
           MOVE 'N' TO WS-CARD-OK
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
              DISPLAY 'NO pricechg.dat CONTROL CARD, STATUS: '
                 WS-CARD-STATUS
           ELSE
              READ CARD-FILE
                 AT END MOVE SPACES TO CARD-RECORD
              END-READ
              CLOSE CARD-FILE
              MOVE CARD-RECORD TO WS-CARD-IMAGE
              PERFORM CHECK-EFFECTIVE-DATE
              EVALUATE TRUE
                 WHEN PCC-BATCH-ID = SPACES
                    DISPLAY 'CARD: BATCH ID MISSING'
                 WHEN NOT PCC-PERCENT AND NOT PCC-FLAT
                    DISPLAY 'CARD: METHOD MUST BE P OR F'
                 WHEN NOT PCC-RISE AND NOT PCC-CUT
                    DISPLAY 'CARD: SIGN MUST BE + OR -'
                 WHEN PCC-AMOUNT NOT NUMERIC OR PCC-AMOUNT = ZERO
                    DISPLAY 'CARD: AMOUNT MUST BE 00001-99999'
                 WHEN PCC-PERCENT AND PCC-CUT AND PCC-AMOUNT >= 100
                    DISPLAY 'CARD: A CUT OF 100 PER CENT OR MORE'
                 WHEN NOT PCC-ROUND-VALID
                    DISPLAY 'CARD: ROUNDING MUST BE C, F, D OR 9'
                 WHEN DU-RC NOT = ZERO
                    DISPLAY 'CARD: EFFECTIVE DATE NOT A VALID DATE'
                 WHEN PCC-EFF-DATE NOT > WS-CURRENT-DATE
                    DISPLAY 'CARD: EFFECTIVE DATE MUST BE IN THE '
                       'FUTURE'
                 WHEN OTHER
                    MOVE 'Y' TO WS-CARD-OK
              END-EVALUATE
              IF PCC-FROM-NAME = SPACES
                 MOVE LOW-VALUES TO WS-FROM-NAME
              ELSE
                 MOVE PCC-FROM-NAME TO WS-FROM-NAME
              END-IF
              IF PCC-TO-NAME = SPACES
                 MOVE HIGH-VALUES TO WS-TO-NAME
              ELSE
                 MOVE PCC-TO-NAME TO WS-TO-NAME
              END-IF
           END-IF.
       CHECK-EFFECTIVE-DATE.
           MOVE 8 TO DU-RC
           IF PCC-EFF-DATE IS NUMERIC
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'VAL' TO DU-FUNCTION
              STRING PCC-EFF-DATE(1:4) '-' PCC-EFF-DATE(5:2)
                 '-' PCC-EFF-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
           END-IF.
       LOAD-BATCH-FILE.
      * A BATCH NOT YET ON FILE HAS NO STATE; ITS DETAIL LINES ARE
      * WHAT APPLY WRITES AND REMOVE TAKES OUT.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE SPACES TO WS-BATCH-STATE WS-BATCH-CARD
           OPEN INPUT BATCH-FILE
           IF WS-BATCH-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-CHANGE-COUNT >= 300
                 READ BATCH-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF BTH-IS-HEADER
                          MOVE BTH-STATE TO WS-BATCH-STATE
                          MOVE BTH-CARD  TO WS-BATCH-CARD
                       ELSE
                          PERFORM STORE-BATCH-DETAIL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BATCH-FILE
           END-IF.
       STORE-BATCH-DETAIL.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE BTD-PRODNAME  TO WS-CHG-PRODNAME(WS-CHANGE-COUNT)
           MOVE BTD-SIZE      TO WS-CHG-SIZE(WS-CHANGE-COUNT)
           MOVE BTD-EFF-DATE  TO WS-CHG-EFF-DATE(WS-CHANGE-COUNT)
           MOVE BTD-OLD-PRICE TO WS-CHG-OLD-PRICE(WS-CHANGE-COUNT)
           MOVE BTD-NEW-PRICE TO WS-CHG-NEW-PRICE(WS-CHANGE-COUNT)
           MOVE 'N'           TO WS-CHG-DONE(WS-CHANGE-COUNT).
       LOAD-PRICE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS = '00' OR '05'
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
              DISPLAY 'ERROR OPENING prodprice.dat, STATUS: '
                 WS-PRICE-STATUS
           END-IF
           DISPLAY 'PRICES ON FILE: ' WS-PRICE-COUNT.
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
       PREVIEW-BATCH.
      * A BATCH ALREADY APPLIED MUST BE REMOVED BEFORE ITS ID IS
      * USED AGAIN; A PREVIEWED OR REMOVED ONE IS SIMPLY REBUILT.
           MOVE WS-CARD-IMAGE TO PRN-CARD
           WRITE PRINT-LINE FROM CARD-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           IF WS-BATCH-STATE = 'APPLIED'
              MOVE 'BATCH ALREADY APPLIED - REMOVE IT OR USE A NEW ID'
                 TO MESSAGE-LINE
              PERFORM REFUSE-RUN
           ELSE
              WRITE PRINT-LINE FROM COLUMN-HEADING
              MOVE ZERO TO WS-CHANGE-COUNT
              PERFORM LOAD-PRODUCT-TABLE
              PERFORM PREVIEW-ONE-PRODUCT
                 VARYING WS-PROD-IDX FROM 1 BY 1
                 UNTIL WS-PROD-IDX > WS-PRODUCT-COUNT
              IF WS-PRICE-COUNT + WS-CHANGE-COUNT > 300
                 WRITE PRINT-LINE FROM BLANK-LINE
                 MOVE 'PRICE FILE WOULD PASS 300 LINES - APPLY WILL '
                    TO MESSAGE-LINE
                 MOVE 'REFUSE' TO MESSAGE-LINE(46:6)
                 WRITE PRINT-LINE FROM MESSAGE-LINE
              END-IF
              MOVE 'PREVIEWED' TO WS-BATCH-STATE
              MOVE WS-CARD-IMAGE TO WS-BATCH-CARD
              PERFORM WRITE-BATCH-FILE
           END-IF.
       PREVIEW-ONE-PRODUCT.
           IF WS-PRODNAME(WS-PROD-IDX) >= WS-FROM-NAME
              AND WS-PRODNAME(WS-PROD-IDX) <= WS-TO-NAME
              PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
                 UNTIL WS-SIZE-IDX > 3
                 IF WS-PRODSIZE(WS-PROD-IDX, WS-SIZE-IDX) NOT = SPACE
                    PERFORM CHECK-SIZE-SELECTED
                    IF WS-SIZE-SELECTED = 'Y'
                       PERFORM PREVIEW-ONE-ITEM
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
       CHECK-SIZE-SELECTED.
           IF PCC-SIZES = SPACES
              MOVE 'Y' TO WS-SIZE-SELECTED
           ELSE
              MOVE 'N' TO WS-SIZE-SELECTED
              PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                 UNTIL WS-SEL-IDX > 3
                 IF PCC-SIZE(WS-SEL-IDX)
                    = WS-PRODSIZE(WS-PROD-IDX, WS-SIZE-IDX)
                    MOVE 'Y' TO WS-SIZE-SELECTED
                 END-IF
              END-PERFORM
           END-IF.
       PREVIEW-ONE-ITEM.
      * THE OLD PRICE IS THE ONE THAT WOULD BE IN FORCE ON THE NEW
      * DATE, SO AN EARLIER FUTURE PRICE IS BUILT ON, NOT SKIPPED.
           MOVE ZERO TO WS-BEST-EFF-DATE WS-OLD-PRICE WS-NEW-PRICE
           MOVE 'N' TO WS-DUPLICATE
           MOVE SPACES TO WS-LINE-NOTE
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
              UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
              IF WS-PRC-PRODNAME(WS-PRICE-IDX)
                 = WS-PRODNAME(WS-PROD-IDX)
                 AND WS-PRC-SIZE(WS-PRICE-IDX)
                    = WS-PRODSIZE(WS-PROD-IDX, WS-SIZE-IDX)
                 IF WS-PRC-EFF-DATE(WS-PRICE-IDX) = PCC-EFF-DATE
                    MOVE 'Y' TO WS-DUPLICATE
                 END-IF
                 IF WS-PRC-EFF-DATE(WS-PRICE-IDX) < PCC-EFF-DATE
                    AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                       >= WS-BEST-EFF-DATE
                    MOVE WS-PRC-EFF-DATE(WS-PRICE-IDX)
                       TO WS-BEST-EFF-DATE
                    MOVE WS-PRC-PRICE(WS-PRICE-IDX) TO WS-OLD-PRICE
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-DUPLICATE = 'Y'
                 MOVE 'REFUSED - DATE ALREADY PRICED' TO WS-LINE-NOTE
              WHEN WS-BEST-EFF-DATE = ZERO
                 MOVE 'REFUSED - NO PRICE TO CHANGE' TO WS-LINE-NOTE
              WHEN OTHER
                 PERFORM COMPUTE-NEW-PRICE
           END-EVALUATE
           IF WS-LINE-NOTE = SPACES AND WS-CHANGE-COUNT >= 300
              MOVE 'REFUSED - BATCH FULL' TO WS-LINE-NOTE
           END-IF
           IF WS-LINE-NOTE = SPACES
              ADD 1 TO WS-CHANGE-COUNT
              ADD 1 TO WS-GENERATED-COUNT
              MOVE WS-PRODNAME(WS-PROD-IDX)
                 TO WS-CHG-PRODNAME(WS-CHANGE-COUNT)
              MOVE WS-PRODSIZE(WS-PROD-IDX, WS-SIZE-IDX)
                 TO WS-CHG-SIZE(WS-CHANGE-COUNT)
              MOVE PCC-EFF-DATE TO WS-CHG-EFF-DATE(WS-CHANGE-COUNT)
              MOVE WS-OLD-PRICE TO WS-CHG-OLD-PRICE(WS-CHANGE-COUNT)
              MOVE WS-NEW-PRICE TO WS-CHG-NEW-PRICE(WS-CHANGE-COUNT)
              MOVE 'N'          TO WS-CHG-DONE(WS-CHANGE-COUNT)
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
           END-IF
           MOVE SPACES TO CHANGE-DETAIL-LINE
           MOVE WS-PRODNAME(WS-PROD-IDX) TO PRN-PRODNAME
           MOVE WS-PRODSIZE(WS-PROD-IDX, WS-SIZE-IDX) TO PRN-SIZE
           MOVE WS-BEST-EFF-DATE TO PRN-OLD-EFF-DATE
           MOVE WS-OLD-PRICE     TO PRN-OLD-PRICE
           MOVE WS-NEW-PRICE     TO PRN-NEW-PRICE
           MOVE WS-CHANGE-PCT    TO PRN-CHANGE-PCT
           MOVE WS-LINE-NOTE     TO PRN-NOTE
           WRITE PRINT-LINE FROM CHANGE-DETAIL-LINE.
       COMPUTE-NEW-PRICE.
           MOVE ZERO TO WS-CHANGE-PCT
           EVALUATE TRUE
              WHEN PCC-PERCENT AND PCC-RISE
                 COMPUTE WS-WORK-PRICE =
                    WS-OLD-PRICE + (WS-OLD-PRICE * PCC-AMOUNT / 100)
              WHEN PCC-PERCENT
                 COMPUTE WS-WORK-PRICE =
                    WS-OLD-PRICE - (WS-OLD-PRICE * PCC-AMOUNT / 100)
              WHEN PCC-RISE
                 COMPUTE WS-WORK-PRICE = WS-OLD-PRICE + PCC-AMOUNT
              WHEN OTHER
                 COMPUTE WS-WORK-PRICE = WS-OLD-PRICE - PCC-AMOUNT
           END-EVALUATE
           EVALUATE PCC-ROUNDING
              WHEN 'C'
                 COMPUTE WS-ROUNDED-PRICE ROUNDED = WS-WORK-PRICE
              WHEN 'F'
                 COMPUTE WS-WHOLE-UNITS ROUNDED = WS-WORK-PRICE * 20
                 COMPUTE WS-ROUNDED-PRICE = WS-WHOLE-UNITS / 20
              WHEN 'D'
                 COMPUTE WS-WHOLE-UNITS ROUNDED = WS-WORK-PRICE
                 MOVE WS-WHOLE-UNITS TO WS-ROUNDED-PRICE
              WHEN OTHER
                 COMPUTE WS-ROUNDED-PRICE ROUNDED = WS-WORK-PRICE
                 MOVE WS-ROUNDED-PRICE TO WS-WHOLE-UNITS
                 COMPUTE WS-ROUNDED-PRICE = WS-WHOLE-UNITS + 0.99
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-ROUNDED-PRICE NOT > ZERO
                 OR WS-ROUNDED-PRICE > 99999.99
                 MOVE 'REFUSED - NEW PRICE OUT OF RANGE'
                    TO WS-LINE-NOTE
              WHEN WS-ROUNDED-PRICE = WS-OLD-PRICE
                 MOVE WS-ROUNDED-PRICE TO WS-NEW-PRICE
                 MOVE 'REFUSED - NO CHANGE AFTER ROUNDING'
                    TO WS-LINE-NOTE
              WHEN OTHER
                 MOVE WS-ROUNDED-PRICE TO WS-NEW-PRICE
                 COMPUTE WS-CHANGE-PCT ROUNDED =
                    (WS-NEW-PRICE - WS-OLD-PRICE) * 100 / WS-OLD-PRICE
                    ON SIZE ERROR MOVE 999.9 TO WS-CHANGE-PCT
                 END-COMPUTE
           END-EVALUATE.
       APPLY-BATCH.
      * ONLY A PREVIEWED BATCH BUILT FROM THE SAME CARD IS APPLIED,
      * AND IT IS APPLIED EXACTLY AS PREVIEWED. A LINE WHOSE DATE
      * HAS BEEN PRICED SINCE IS STILL REFUSED.
           MOVE WS-CARD-IMAGE TO PRN-CARD
           WRITE PRINT-LINE FROM CARD-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           EVALUATE TRUE
              WHEN WS-BATCH-STATE NOT = 'PREVIEWED'
                 MOVE 'BATCH NOT PREVIEWED - RUN PREVIEW FIRST'
                    TO MESSAGE-LINE
                 PERFORM REFUSE-RUN
              WHEN WS-BATCH-CARD NOT = WS-CARD-IMAGE
                 MOVE 'CARD CHANGED SINCE PREVIEW - PREVIEW AGAIN'
                    TO MESSAGE-LINE
                 PERFORM REFUSE-RUN
              WHEN WS-PRICE-COUNT + WS-CHANGE-COUNT > 300
                 MOVE 'PRICE FILE WOULD PASS 300 LINES - NOT APPLIED'
                    TO MESSAGE-LINE
                 PERFORM REFUSE-RUN
              WHEN OTHER
                 WRITE PRINT-LINE FROM COLUMN-HEADING
                 PERFORM APPLY-ONE-CHANGE
                    VARYING WS-CHANGE-IDX FROM 1 BY 1
                    UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                 IF WS-PRICE-CHANGED = 'Y'
                    PERFORM REWRITE-PRICE-FILE
                 END-IF
                 PERFORM KEEP-DONE-CHANGES
                 MOVE 'APPLIED' TO WS-BATCH-STATE
                 PERFORM WRITE-BATCH-FILE
           END-EVALUATE.
       APPLY-ONE-CHANGE.
           MOVE 'N' TO WS-DUPLICATE
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
              UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
              IF WS-PRC-PRODNAME(WS-PRICE-IDX)
                 = WS-CHG-PRODNAME(WS-CHANGE-IDX)
                 AND WS-PRC-SIZE(WS-PRICE-IDX)
                    = WS-CHG-SIZE(WS-CHANGE-IDX)
                 AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    = WS-CHG-EFF-DATE(WS-CHANGE-IDX)
                 MOVE 'Y' TO WS-DUPLICATE
              END-IF
           END-PERFORM
           IF WS-DUPLICATE = 'Y'
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'REFUSED - DATE ALREADY PRICED' TO WS-LINE-NOTE
           ELSE
              ADD 1 TO WS-PRICE-COUNT
              MOVE WS-CHG-PRODNAME(WS-CHANGE-IDX)
                 TO WS-PRC-PRODNAME(WS-PRICE-COUNT)
              MOVE WS-CHG-SIZE(WS-CHANGE-IDX)
                 TO WS-PRC-SIZE(WS-PRICE-COUNT)
              MOVE WS-CHG-EFF-DATE(WS-CHANGE-IDX)
                 TO WS-PRC-EFF-DATE(WS-PRICE-COUNT)
              MOVE WS-CHG-NEW-PRICE(WS-CHANGE-IDX)
                 TO WS-PRC-PRICE(WS-PRICE-COUNT)
              MOVE 'Y' TO WS-CHG-DONE(WS-CHANGE-IDX)
              MOVE 'Y' TO WS-PRICE-CHANGED
              ADD 1 TO WS-GENERATED-COUNT
              MOVE 'APPLIED' TO WS-LINE-NOTE
           END-IF
           PERFORM PRINT-CHANGE-LINE.
       REMOVE-BATCH.
      * ONLY AN APPLIED BATCH NOT YET IN FORCE COMES OUT - ONCE
      * THE DATE ARRIVES, ORDERS MAY ALREADY CARRY THE NEW PRICES.
      * A LINE CHANGED THROUGH PRICEMNT SINCE IS LEFT WHERE IT IS.
           IF WS-CHANGE-COUNT > ZERO
              MOVE WS-BATCH-CARD TO PRN-CARD
              WRITE PRINT-LINE FROM CARD-LINE
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           EVALUATE TRUE
              WHEN WS-BATCH-STATE NOT = 'APPLIED'
                 MOVE 'BATCH NOT APPLIED - NOTHING TO REMOVE'
                    TO MESSAGE-LINE
                 PERFORM REFUSE-RUN
              WHEN WS-CHANGE-COUNT > ZERO
                 AND WS-CHG-EFF-DATE(1) NOT > WS-CURRENT-DATE
                 MOVE 'BATCH ALREADY IN FORCE - NOT REMOVED'
                    TO MESSAGE-LINE
                 PERFORM REFUSE-RUN
              WHEN OTHER
                 WRITE PRINT-LINE FROM COLUMN-HEADING
                 PERFORM REMOVE-ONE-CHANGE
                    VARYING WS-CHANGE-IDX FROM 1 BY 1
                    UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                 IF WS-PRICE-CHANGED = 'Y'
                    PERFORM REWRITE-PRICE-FILE
                 END-IF
                 MOVE 'REMOVED' TO WS-BATCH-STATE
                 PERFORM WRITE-BATCH-FILE
           END-EVALUATE.
       REMOVE-ONE-CHANGE.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
              UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
              IF WS-PRC-PRODNAME(WS-PRICE-IDX)
                 = WS-CHG-PRODNAME(WS-CHANGE-IDX)
                 AND WS-PRC-SIZE(WS-PRICE-IDX)
                    = WS-CHG-SIZE(WS-CHANGE-IDX)
                 AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    = WS-CHG-EFF-DATE(WS-CHANGE-IDX)
                 AND WS-PRC-PRICE(WS-PRICE-IDX)
                    = WS-CHG-NEW-PRICE(WS-CHANGE-IDX)
                 MOVE WS-PRICE-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'LEFT - CHANGED OR GONE SINCE' TO WS-LINE-NOTE
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-PRICE-COUNT
                 MOVE WS-PRICE-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-PRICE-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-PRICE-COUNT
              MOVE 'Y' TO WS-PRICE-CHANGED
              ADD 1 TO WS-GENERATED-COUNT
              MOVE 'REMOVED' TO WS-LINE-NOTE
           END-IF
           PERFORM PRINT-CHANGE-LINE.
       PRINT-CHANGE-LINE.
           MOVE SPACES TO CHANGE-DETAIL-LINE
           MOVE WS-CHG-PRODNAME(WS-CHANGE-IDX)  TO PRN-PRODNAME
           MOVE WS-CHG-SIZE(WS-CHANGE-IDX)      TO PRN-SIZE
           MOVE WS-CHG-EFF-DATE(WS-CHANGE-IDX)  TO PRN-OLD-EFF-DATE
           MOVE WS-CHG-OLD-PRICE(WS-CHANGE-IDX) TO PRN-OLD-PRICE
           MOVE WS-CHG-NEW-PRICE(WS-CHANGE-IDX) TO PRN-NEW-PRICE
           MOVE ZERO TO WS-CHANGE-PCT
           IF WS-CHG-OLD-PRICE(WS-CHANGE-IDX) > ZERO
              COMPUTE WS-CHANGE-PCT ROUNDED =
                 (WS-CHG-NEW-PRICE(WS-CHANGE-IDX)
                  - WS-CHG-OLD-PRICE(WS-CHANGE-IDX)) * 100
                 / WS-CHG-OLD-PRICE(WS-CHANGE-IDX)
                 ON SIZE ERROR MOVE 999.9 TO WS-CHANGE-PCT
              END-COMPUTE
           END-IF
           MOVE WS-CHANGE-PCT TO PRN-CHANGE-PCT
           MOVE WS-LINE-NOTE  TO PRN-NOTE
           WRITE PRINT-LINE FROM CHANGE-DETAIL-LINE.
       KEEP-DONE-CHANGES.
      * THE BATCH FILE KEEPS ONLY THE LINES ACTUALLY WRITTEN, SO A
      * LATER REMOVE NEVER TOUCHES A LINE THIS BATCH DID NOT ADD.
           MOVE ZERO TO WS-MOVE-IDX
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
              UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
              IF WS-CHG-DONE(WS-CHANGE-IDX) = 'Y'
                 ADD 1 TO WS-MOVE-IDX
                 MOVE WS-CHANGE-ENTRY(WS-CHANGE-IDX)
                    TO WS-CHANGE-ENTRY(WS-MOVE-IDX)
              END-IF
           END-PERFORM
           MOVE WS-MOVE-IDX TO WS-CHANGE-COUNT.
       REFUSE-RUN.
           DISPLAY MESSAGE-LINE
           WRITE PRINT-LINE FROM MESSAGE-LINE
           MOVE 8 TO RETURN-CODE.
       REWRITE-PRICE-FILE.
           OPEN OUTPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING prodprice.dat, STATUS: '
                 WS-PRICE-STATUS
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM WRITE-ONE-PRICE
                 VARYING WS-PRICE-IDX FROM 1 BY 1
                 UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
              CLOSE PRICE-FILE
           END-IF.
       WRITE-ONE-PRICE.
           MOVE SPACES TO PRICE-RECORD
           MOVE WS-PRC-PRODNAME(WS-PRICE-IDX) TO PRC-PRODNAME
           MOVE WS-PRC-SIZE(WS-PRICE-IDX)     TO PRC-SIZE
           MOVE WS-PRC-EFF-DATE(WS-PRICE-IDX) TO PRC-EFF-DATE
           MOVE WS-PRC-PRICE(WS-PRICE-IDX)    TO PRC-UNIT-PRICE
           WRITE PRICE-RECORD.
       WRITE-BATCH-FILE.
           OPEN OUTPUT BATCH-FILE
           IF WS-BATCH-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING ' WS-BATCH-NAME ', STATUS: '
                 WS-BATCH-STATUS
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO BATCH-HEADER
              MOVE 'HDR'           TO BTH-TYPE
              MOVE WS-BATCH-STATE  TO BTH-STATE
              MOVE WS-CURRENT-DATE TO BTH-STATE-DATE
              MOVE WS-BATCH-CARD   TO BTH-CARD
              WRITE BATCH-HEADER
              PERFORM WRITE-ONE-DETAIL
                 VARYING WS-CHANGE-IDX FROM 1 BY 1
                 UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
              CLOSE BATCH-FILE
           END-IF.
       WRITE-ONE-DETAIL.
           MOVE SPACES TO BATCH-DETAIL
           MOVE 'DTL'                            TO BTD-TYPE
           MOVE WS-CHG-PRODNAME(WS-CHANGE-IDX)   TO BTD-PRODNAME
           MOVE WS-CHG-SIZE(WS-CHANGE-IDX)       TO BTD-SIZE
           MOVE WS-CHG-EFF-DATE(WS-CHANGE-IDX)   TO BTD-EFF-DATE
           MOVE WS-CHG-OLD-PRICE(WS-CHANGE-IDX)  TO BTD-OLD-PRICE
           MOVE WS-CHG-NEW-PRICE(WS-CHANGE-IDX)  TO BTD-NEW-PRICE
           WRITE BATCH-DETAIL.
       END PROGRAM PRCCHG.
