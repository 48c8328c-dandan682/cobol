       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STORCONV.
      ***************************************
      * ONE-TIME CONVERSION UTILITY FOR THE STORE FILES, FROM THE
      * SINGLE-DIGIT STORE NUMBER TO THE THREE-DIGIT ONE AND FROM
      * ONE YEAR OF SALES AND BUDGET TO YEAR-TAGGED LINES:
      *
      *   STOREMAST.DAT  -> STOREMAST-NEW.DAT  (STORE 9 -> 9(3))
      *   storesales.dat -> storesales-new.dat (YEAR ADDED)
      *   storebud.dat   -> storebud-new.dat   (YEAR ADDED)
      *
      * THE OLD SALES AND BUDGET FILES HOLD ONE YEAR, SO EVERY LINE
      * IS TAGGED WITH THE YEAR GIVEN AS YEAR=yyyy ON THE COMMAND
      * LINE, OR THE CURRENT YEAR WITHOUT ONE. A MISSING BUDGET FILE
      * IS SKIPPED. LINE COUNTS AND AMOUNTS ARE TOTALLED ON BOTH
      * SIDES; RETURN CODE 8 IF THEY DO NOT AGREE. AFTER A CLEAN RUN
      * THE OPERATOR RENAMES THE -NEW FILES OVER THE OLD ONES.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STORE-FILE ASSIGN TO "STOREMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLD-STORE-STATUS.
           SELECT NEW-STORE-FILE ASSIGN TO "STOREMAST-NEW.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEW-STORE-STATUS.
           SELECT OLD-SALES-FILE ASSIGN TO "storesales.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLD-SALES-STATUS.
           SELECT NEW-SALES-FILE ASSIGN TO "storesales-new.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEW-SALES-STATUS.
           SELECT OLD-BUDGET-FILE ASSIGN TO "storebud.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLD-BUDGET-STATUS.
           SELECT NEW-BUDGET-FILE ASSIGN TO "storebud-new.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEW-BUDGET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-STORE-FILE.
       01 OLD-STORE-RECORD.
          02 OLD-ST-NUMBER        PIC 9.
          02 FILLER               PIC X.
          02 OLD-ST-NAME          PIC X(20).
          02 FILLER               PIC X.
          02 OLD-ST-REGION        PIC X(10).
          02 FILLER               PIC X.
          02 OLD-ST-OPEN-DATE     PIC 9(8).
       FD NEW-STORE-FILE.
       01 STORE-RECORD.
          02 ST-NUMBER            PIC 9(3).
          02 FILLER               PIC X.
          02 ST-NAME              PIC X(20).
          02 FILLER               PIC X.
          02 ST-REGION            PIC X(10).
          02 FILLER               PIC X.
          02 ST-OPEN-DATE         PIC 9(8).
       FD OLD-SALES-FILE.
       01 OLD-SALES-RECORD.
          02 OLD-SS-STORE         PIC 9.
          02 FILLER               PIC X.
          02 OLD-SS-PERIOD        PIC 99.
          02 FILLER               PIC X.
          02 OLD-SS-AMOUNT        PIC 9(5).
       FD NEW-SALES-FILE.
       01 SALES-RECORD.
          02 SS-YEAR              PIC 9(4).
          02 FILLER               PIC X.
          02 SS-STORE             PIC 9(3).
          02 FILLER               PIC X.
          02 SS-PERIOD            PIC 99.
          02 FILLER               PIC X.
          02 SS-AMOUNT            PIC 9(5).
       FD OLD-BUDGET-FILE.
       01 OLD-BUDGET-RECORD.
          02 OLD-SB-STORE         PIC 9.
          02 FILLER               PIC X.
          02 OLD-SB-PERIOD        PIC 99.
          02 FILLER               PIC X.
          02 OLD-SB-AMOUNT        PIC 9(5).
       FD NEW-BUDGET-FILE.
       01 BUDGET-RECORD.
          02 SB-YEAR              PIC 9(4).
          02 FILLER               PIC X.
          02 SB-STORE             PIC 9(3).
          02 FILLER               PIC X.
          02 SB-PERIOD            PIC 99.
          02 FILLER               PIC X.
          02 SB-AMOUNT            PIC 9(5).
       WORKING-STORAGE SECTION.
       01 WS-OLD-STORE-STATUS      PIC XX.
       01 WS-NEW-STORE-STATUS      PIC XX.
       01 WS-OLD-SALES-STATUS      PIC XX.
       01 WS-NEW-SALES-STATUS      PIC XX.
       01 WS-OLD-BUDGET-STATUS     PIC XX.
       01 WS-NEW-BUDGET-STATUS     PIC XX.
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE-FULL          PIC X(100) VALUE SPACES.
       01 WS-PARAMS-PROG           PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION         PIC X(5).
          05 PARM-TEXT             PIC X(100).
          05 PARM-KEY              PIC X(20).
          05 PARM-VALUE            PIC X(20).
          05 PARM-RC               PIC 9(2).
       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-CONVERT-YEAR          PIC 9(4) VALUE ZERO.
       01 WS-STORE-READ            PIC 9(6) VALUE ZERO.
       01 WS-STORE-WRITTEN         PIC 9(6) VALUE ZERO.
       01 WS-SALES-READ            PIC 9(6) VALUE ZERO.
       01 WS-SALES-WRITTEN         PIC 9(6) VALUE ZERO.
       01 WS-SALES-READ-AMT        PIC 9(9) VALUE ZERO.
       01 WS-SALES-WRITTEN-AMT     PIC 9(9) VALUE ZERO.
       01 WS-BUDGET-READ           PIC 9(6) VALUE ZERO.
       01 WS-BUDGET-WRITTEN        PIC 9(6) VALUE ZERO.
       01 WS-BUDGET-READ-AMT       PIC 9(9) VALUE ZERO.
       01 WS-BUDGET-WRITTEN-AMT    PIC 9(9) VALUE ZERO.
       01 WS-TOTALS-OK             PIC X VALUE 'Y'.
       PROCEDURE DIVISION.
           DISPLAY 'STORCONV - STORE FILES TO 3-DIGIT STORES AND '
              'YEARS'
           PERFORM READ-CONVERT-YEAR
           DISPLAY 'SALES AND BUDGET LINES TAGGED AS YEAR '
              WS-CONVERT-YEAR
           PERFORM CONVERT-STORE-MASTER
           PERFORM CONVERT-SALES
           PERFORM CONVERT-BUDGET
           DISPLAY 'STORES READ:          ' WS-STORE-READ
           DISPLAY 'STORES WRITTEN:       ' WS-STORE-WRITTEN
           DISPLAY 'SALES LINES READ:     ' WS-SALES-READ
              '  AMOUNT ' WS-SALES-READ-AMT
           DISPLAY 'SALES LINES WRITTEN:  ' WS-SALES-WRITTEN
              '  AMOUNT ' WS-SALES-WRITTEN-AMT
           DISPLAY 'BUDGET LINES READ:    ' WS-BUDGET-READ
              '  AMOUNT ' WS-BUDGET-READ-AMT
           DISPLAY 'BUDGET LINES WRITTEN: ' WS-BUDGET-WRITTEN
              '  AMOUNT ' WS-BUDGET-WRITTEN-AMT
           IF WS-STORE-WRITTEN NOT = WS-STORE-READ
              OR WS-SALES-WRITTEN NOT = WS-SALES-READ
              OR WS-SALES-WRITTEN-AMT NOT = WS-SALES-READ-AMT
              OR WS-BUDGET-WRITTEN NOT = WS-BUDGET-READ
              OR WS-BUDGET-WRITTEN-AMT NOT = WS-BUDGET-READ-AMT
              MOVE 'N' TO WS-TOTALS-OK
           END-IF
           IF WS-TOTALS-OK = 'N'
              DISPLAY 'CONTROL TOTALS DO NOT AGREE - DO NOT RENAME'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'NOW RENAME THE -NEW FILES OVER STOREMAST.DAT, '
              'storesales.dat AND storebud.dat'
           MOVE 0 TO RETURN-CODE
           GOBACK.
       READ-CONVERT-YEAR.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(1:4) TO WS-CONVERT-YEAR
           ACCEPT WS-CMDLINE-FULL FROM COMMAND-LINE
           IF WS-CMDLINE-FULL NOT = SPACES
              MOVE 'PARSE' TO PARM-FUNCTION
              MOVE WS-CMDLINE-FULL TO PARM-TEXT
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION CONTINUE
              END-CALL
              MOVE 'GET' TO PARM-FUNCTION
              MOVE 'YEAR' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION MOVE 4 TO PARM-RC
              END-CALL
              IF PARM-RC = ZERO AND PARM-VALUE(1:4) IS NUMERIC
                 MOVE PARM-VALUE(1:4) TO WS-CONVERT-YEAR
              END-IF
           END-IF.
       CONVERT-STORE-MASTER.
           OPEN INPUT OLD-STORE-FILE
           IF WS-OLD-STORE-STATUS NOT = '00'
              DISPLAY 'NO STOREMAST.DAT - STORE MASTER NOT CONVERTED'
           ELSE
              OPEN OUTPUT NEW-STORE-FILE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF
                 READ OLD-STORE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM CONVERT-ONE-STORE
                 END-READ
              END-PERFORM
              CLOSE OLD-STORE-FILE, NEW-STORE-FILE
           END-IF.
       CONVERT-ONE-STORE.
           ADD 1 TO WS-STORE-READ
           MOVE SPACES TO STORE-RECORD
           MOVE OLD-ST-NUMBER    TO ST-NUMBER
           MOVE OLD-ST-NAME      TO ST-NAME
           MOVE OLD-ST-REGION    TO ST-REGION
           MOVE OLD-ST-OPEN-DATE TO ST-OPEN-DATE
           WRITE STORE-RECORD
           IF WS-NEW-STORE-STATUS = '00'
              ADD 1 TO WS-STORE-WRITTEN
           ELSE
              DISPLAY 'ERROR WRITING STOREMAST-NEW.DAT, STATUS: '
                 WS-NEW-STORE-STATUS
           END-IF.
       CONVERT-SALES.
           OPEN INPUT OLD-SALES-FILE
           IF WS-OLD-SALES-STATUS NOT = '00'
              DISPLAY 'NO storesales.dat - SALES NOT CONVERTED'
           ELSE
              OPEN OUTPUT NEW-SALES-FILE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF
                 READ OLD-SALES-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM CONVERT-ONE-SALE
                 END-READ
              END-PERFORM
              CLOSE OLD-SALES-FILE, NEW-SALES-FILE
           END-IF.
       CONVERT-ONE-SALE.
      * LINES ARE CARRIED ACROSS AS THEY STAND - TAB01 STILL SKIPS
      * ANY IT FINDS BAD - SO THE CONTROL TOTALS CAN AGREE.
           ADD 1 TO WS-SALES-READ
           IF OLD-SS-AMOUNT IS NUMERIC
              ADD OLD-SS-AMOUNT TO WS-SALES-READ-AMT
           END-IF
           MOVE SPACES TO SALES-RECORD
           MOVE WS-CONVERT-YEAR TO SS-YEAR
           MOVE OLD-SS-STORE    TO SS-STORE
           MOVE OLD-SS-PERIOD   TO SS-PERIOD
           MOVE OLD-SS-AMOUNT   TO SS-AMOUNT
           WRITE SALES-RECORD
           IF WS-NEW-SALES-STATUS = '00'
              ADD 1 TO WS-SALES-WRITTEN
              IF SS-AMOUNT IS NUMERIC
                 ADD SS-AMOUNT TO WS-SALES-WRITTEN-AMT
              END-IF
           ELSE
              DISPLAY 'ERROR WRITING storesales-new.dat, STATUS: '
                 WS-NEW-SALES-STATUS
           END-IF.
       CONVERT-BUDGET.
           OPEN INPUT OLD-BUDGET-FILE
           IF WS-OLD-BUDGET-STATUS NOT = '00'
              DISPLAY 'NO storebud.dat - BUDGET NOT CONVERTED'
           ELSE
              OPEN OUTPUT NEW-BUDGET-FILE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF
                 READ OLD-BUDGET-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM CONVERT-ONE-BUDGET
                 END-READ
              END-PERFORM
              CLOSE OLD-BUDGET-FILE, NEW-BUDGET-FILE
           END-IF.
       CONVERT-ONE-BUDGET.
           ADD 1 TO WS-BUDGET-READ
           IF OLD-SB-AMOUNT IS NUMERIC
              ADD OLD-SB-AMOUNT TO WS-BUDGET-READ-AMT
           END-IF
           MOVE SPACES TO BUDGET-RECORD
           MOVE WS-CONVERT-YEAR TO SB-YEAR
           MOVE OLD-SB-STORE    TO SB-STORE
           MOVE OLD-SB-PERIOD   TO SB-PERIOD
           MOVE OLD-SB-AMOUNT   TO SB-AMOUNT
           WRITE BUDGET-RECORD
           IF WS-NEW-BUDGET-STATUS = '00'
              ADD 1 TO WS-BUDGET-WRITTEN
              IF SB-AMOUNT IS NUMERIC
                 ADD SB-AMOUNT TO WS-BUDGET-WRITTEN-AMT
              END-IF
           ELSE
              DISPLAY 'ERROR WRITING storebud-new.dat, STATUS: '
                 WS-NEW-BUDGET-STATUS
           END-IF.
       END PROGRAM STORCONV.
