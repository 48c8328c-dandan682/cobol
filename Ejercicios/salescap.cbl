       PROGRAM-ID.     SALESCAP.
      ***************************************
      * SALES CAPTURE FOR THE TAB01 REPORT, SO storesales.dat STOPS
      * BEING EDITED BY HAND. PROMPTS FOR STORE, YEAR, PERIOD AND
      * AMOUNT THE WAY ORDER01 TAKES ORDERS, VALIDATES THE STORE
      * AGAINST STOREMAST.DAT AND THE PERIOD AGAINST 1-12, REFUSES A
      * DUPLICATE OF AN ALREADY-POSTED STORE/YEAR/PERIOD, AND
      * APPENDS THE CLEAN FIGURES TO storesales.dat. A BLANK YEAR IS
      * THE CURRENT ONE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD STORE-FILE.
       01 STORE-RECORD.
          02 ST-NUMBER            PIC 9(3).
          02 FILLER               PIC X.
          02 ST-NAME              PIC X(20).
          02 FILLER               PIC X.
          02 ST-OPEN-DATE         PIC 9(8).
       FD SALES-FILE.
       01 SALES-RECORD.
          02 SS-YEAR              PIC 9(4).
          02 FILLER               PIC X.
          02 SS-STORE             PIC 9(3).
          02 FILLER               PIC X.
          02 SS-PERIOD            PIC 99.
          02 FILLER               PIC X.
          88 WS-EOF                VALUE 'Y'.
       01 WS-MORE-ENTRIES    PIC X VALUE 'Y'.
       01 WS-STORE-NAMES.
          05 WS-STORE-ENTRY OCCURS 50 TIMES.
             10 WS-ST-NUMBER      PIC 9(3).
             10 WS-ST-NAME        PIC X(20).
       01 WS-STORE-COUNT     PIC 99 VALUE ZERO.
       01 WS-STORE-IDX       PIC 99 VALUE ZERO.
       01 WS-STORE-FOUND     PIC 99 VALUE ZERO.
       01 WS-STORE-NUMBER    PIC 9(3) VALUE ZERO.
       01 WS-DIGIT-COUNT     PIC 9 VALUE ZERO.
      * STORE/YEAR/PERIOD COMBINATIONS ALREADY POSTED, FOR THE
      * DUPLICATE CHECK.
       01 WS-POSTED-TABLE.
          05 WS-POSTED-ENTRY OCCURS 3000 TIMES.
             10 WS-POS-YEAR       PIC 9(4).
             10 WS-POS-STORE      PIC 9(3).
             10 WS-POS-PERIOD     PIC 99.
       01 WS-POSTED-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-POSTED-IDX      PIC 9(4) VALUE ZERO.
       01 WS-POSTED-FULL     PIC X VALUE 'N'.
       01 WS-DUPLICATE       PIC X VALUE 'N'.
       01 WS-CURRENT-DATE    PIC 9(8).
       01 WS-ENTRY-STORE     PIC X(3).
       01 WS-ENTRY-YEAR      PIC X(4).
       01 WS-ENTRY-PERIOD    PIC X(2).
       01 WS-ENTRY-AMOUNT    PIC X(5).
       01 WS-CAPTURED-COUNT  PIC 9(4) VALUE ZERO.
           DISPLAY 'SALESCAP - STORE SALES CAPTURE'
           PERFORM LOAD-STORE-NAMES
           PERFORM LOAD-POSTED-PERIODS
           IF WS-POSTED-FULL = 'Y'
              DISPLAY 'storesales.dat OVER 3000 LINES - DUPLICATE '
                 'CHECK NOT POSSIBLE, CAPTURE REFUSED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND SALES-FILE
           IF WS-SALES-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING storesales.dat, STATUS: '
           MOVE 0 TO RETURN-CODE
           GOBACK.
       LOAD-STORE-NAMES.
           OPEN INPUT STORE-FILE
           IF WS-STORE-STATUS NOT = '00'
              DISPLAY 'NO STOREMAST.DAT - CAPTURE REFUSED, '
              READ STORE-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF ST-NUMBER IS NUMERIC AND ST-NUMBER > ZERO
                       AND WS-STORE-COUNT < 50
                       ADD 1 TO WS-STORE-COUNT
                       MOVE ST-NUMBER
                          TO WS-ST-NUMBER(WS-STORE-COUNT)
                       MOVE ST-NAME TO WS-ST-NAME(WS-STORE-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-POSTED-FULL = 'Y'
                 READ SALES-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM ADD-POSTED-ENTRY
                 END-READ
              END-PERFORM
              CLOSE SALES-FILE
           END-IF
           DISPLAY 'POSTINGS ALREADY ON FILE: ' WS-POSTED-COUNT.
       ADD-POSTED-ENTRY.
           IF WS-POSTED-COUNT >= 3000
              MOVE 'Y' TO WS-POSTED-FULL
           ELSE
              ADD 1 TO WS-POSTED-COUNT
              MOVE SS-YEAR TO WS-POS-YEAR(WS-POSTED-COUNT)
              MOVE SS-STORE TO WS-POS-STORE(WS-POSTED-COUNT)
              MOVE SS-PERIOD TO WS-POS-PERIOD(WS-POSTED-COUNT)
           END-IF.
       CAPTURE-ONE-ENTRY.
           DISPLAY ' '
           DISPLAY 'STORE NUMBER (1-999): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-STORE
           PERFORM FIND-ENTRY-STORE
           EVALUATE TRUE
              WHEN WS-STORE-NUMBER = ZERO
                 DISPLAY 'STORE NUMBER MUST BE 1-999.'
              WHEN WS-STORE-FOUND = ZERO
                 DISPLAY 'STORE NOT ON STOREMAST.DAT.'
              WHEN OTHER
                 DISPLAY 'STORE: ' WS-ST-NAME(WS-STORE-FOUND)
                 PERFORM CAPTURE-YEAR
           END-EVALUATE
           DISPLAY 'ANOTHER ENTRY? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-MORE-ENTRIES.
       FIND-ENTRY-STORE.
      * ONE TO THREE DIGITS, LEFT-JUSTIFIED AS KEYED.
           MOVE ZERO TO WS-STORE-NUMBER WS-STORE-FOUND WS-DIGIT-COUNT
           INSPECT WS-ENTRY-STORE TALLYING WS-DIGIT-COUNT
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGIT-COUNT > ZERO
              IF WS-ENTRY-STORE(1:WS-DIGIT-COUNT) IS NUMERIC
                 MOVE WS-ENTRY-STORE(1:WS-DIGIT-COUNT)
                    TO WS-STORE-NUMBER
              END-IF
           END-IF
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
              UNTIL WS-STORE-IDX > WS-STORE-COUNT
              IF WS-ST-NUMBER(WS-STORE-IDX) = WS-STORE-NUMBER
                 MOVE WS-STORE-IDX TO WS-STORE-FOUND
              END-IF
           END-PERFORM.
       CAPTURE-YEAR.
           DISPLAY 'YEAR (YYYY, BLANK FOR THIS YEAR): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-YEAR
           IF WS-ENTRY-YEAR = SPACES
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-CURRENT-DATE(1:4) TO WS-ENTRY-YEAR
           END-IF
           IF WS-ENTRY-YEAR NOT NUMERIC OR WS-ENTRY-YEAR < '1900'
              DISPLAY 'YEAR MUST BE FOUR DIGITS, 1900 OR LATER.'
           ELSE
              PERFORM CAPTURE-PERIOD-AND-AMOUNT
           END-IF.
       CAPTURE-PERIOD-AND-AMOUNT.
           DISPLAY 'PERIOD (01-12): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-PERIOD
           ELSE
              PERFORM CHECK-DUPLICATE
              IF WS-DUPLICATE = 'Y'
                 DISPLAY 'STORE/YEAR/PERIOD ALREADY POSTED - '
                    'REFUSED.'
              ELSE
                 DISPLAY 'AMOUNT (NNNNN): ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-AMOUNT
                    DISPLAY 'AMOUNT MUST BE 5 DIGITS - REFUSED.'
                 ELSE
                    MOVE SPACES TO SALES-RECORD
                    MOVE WS-ENTRY-YEAR   TO SS-YEAR
                    MOVE WS-STORE-NUMBER TO SS-STORE
                    MOVE WS-ENTRY-PERIOD TO SS-PERIOD
                    MOVE WS-ENTRY-AMOUNT TO SS-AMOUNT
                    WRITE SALES-RECORD
                    IF WS-SALES-STATUS = '00'
                       ADD 1 TO WS-CAPTURED-COUNT
                       PERFORM ADD-POSTED-ENTRY
                       DISPLAY 'SALES FIGURE CAPTURED.'
                    ELSE
                       DISPLAY 'ERROR WRITING storesales.dat, '
           MOVE 'N' TO WS-DUPLICATE
           PERFORM VARYING WS-POSTED-IDX FROM 1 BY 1
              UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
              IF WS-POS-STORE(WS-POSTED-IDX) = WS-STORE-NUMBER
                 AND WS-POS-YEAR(WS-POSTED-IDX) = WS-ENTRY-YEAR
                 AND WS-POS-PERIOD(WS-POSTED-IDX)
                    = WS-ENTRY-PERIOD
                 MOVE 'Y' TO WS-DUPLICATE
