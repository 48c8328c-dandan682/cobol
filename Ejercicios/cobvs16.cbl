      * REGULAR PAY, BONUS PAY AND AN EFFECTIVE DATE INTO THE         *
      * EMP-REG-PAY / EMP-BON-PAY / EMP-PAY-EFF-DATE FIELDS. IDS IN   *
      * THE PAY FILE THAT ARE NOT ON THE MASTER ARE REPORTED.         *
      * EVERY PAY FIELD THAT CHANGES IS APPENDED TO THE salhist.dat   *
      * PAY HISTORY WITH ITS OLD AND NEW VALUE - AS A BAND RAISE, OR  *
      * AS A CORRECTION WHEN THE EMPLOYEE WAS ALREADY POSTED TODAY.   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT PAY-IN-FILE ASSIGN TO "empofile.txt"
           FILE STATUS  IS PAY-IN-STATUS.

           SELECT OPTIONAL SALARY-HISTORY-FILE ASSIGN TO "salhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS SALHIST-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAY-IN-RECORD.
       01  PAY-IN-RECORD            PIC X(80).

       FD  SALARY-HISTORY-FILE.
           COPY SALREC.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
       01  WS-OPEN-MAX-TRIES           PIC 9(02) VALUE 5.
       01  WS-OPEN-DELAY               PIC 9(04) COMP.
       01  PAY-IN-STATUS               PIC X(02).
       01  SALHIST-STATUS              PIC X(02).
       01  WS-SALHIST-OPEN             PIC X(01) VALUE 'N'.
       01  WS-CURRENT-TIME             PIC 9(06).
       01  WS-OLD-REG-PAY              PIC 9(06)V99.
       01  WS-OLD-BON-PAY              PIC 9(06)V99.
       01  WS-OLD-EFF-DATE             PIC X(10).
       01  WS-PAY-REASON               PIC X(10).
       01  WS-HISTORY-COUNT            PIC 9(06) VALUE ZERO.
      * THE RECORD COBTRN6 WRITES TO empofile.txt.
       01  OUT-EMPLOYEE-RECORD.
           05  EMP-ID-OUT    PIC S9(9) USAGE COMP.
              DISPLAY 'ERROR OPENING empofile.txt - FILE STATUS '
                 PAY-IN-STATUS
              SET SW-END-OF-FILE TO TRUE
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND SALARY-HISTORY-FILE
           IF SALHIST-STATUS = '00' OR '05'
              MOVE 'Y' TO WS-SALHIST-OPEN
           ELSE
              DISPLAY 'ERROR OPENING salhist.dat - FILE STATUS '
                 SALHIST-STATUS ' - PAY CHANGES NOT RECORDED'
           END-IF.
       P110-OPEN-WITH-RETRY.
      ***************************************************************
              MOVE EMP-ID-OUT TO EMP-ID
              READ EMPLOYEE-VS-FILE
              IF EMP-FILE-STATUS = '00' THEN
                 PERFORM P215-SAVE-OLD-PAY
                 MOVE NEW-PAY-OUT TO EMP-REG-PAY
                 MOVE BON-PAY-OUT TO EMP-BON-PAY
                 MOVE WS-EFF-DATE TO EMP-PAY-EFF-DATE
                 REWRITE EMPLOYEE
                 IF EMP-FILE-STATUS = '00' THEN
                    ADD 1 TO WS-POSTED-COUNT
                    PERFORM P220-RECORD-PAY-HISTORY
                 ELSE
                    DISPLAY 'ERROR ON REWRITE - EMPLOYEE ' EMP-ID
                       ' FILE STATUS ' EMP-FILE-STATUS
                 DISPLAY 'EMPLOYEE NOT ON MASTER: ' EMP-ID
              END-IF
           END-IF.
       P215-SAVE-OLD-PAY.
      *    RECORDS WRITTEN BEFORE THE PAY FIELDS EXISTED READ AS
      *    SPACES; THEY START THEIR HISTORY FROM ZERO.
           IF EMP-REG-PAY IS NUMERIC
              MOVE EMP-REG-PAY TO WS-OLD-REG-PAY
           ELSE
              MOVE ZERO TO WS-OLD-REG-PAY
           END-IF
           IF EMP-BON-PAY IS NUMERIC
              MOVE EMP-BON-PAY TO WS-OLD-BON-PAY
           ELSE
              MOVE ZERO TO WS-OLD-BON-PAY
           END-IF
           MOVE EMP-PAY-EFF-DATE TO WS-OLD-EFF-DATE.
       P220-RECORD-PAY-HISTORY.
      ***************************************************************
      * ONE HISTORY LINE PER PAY FIELD THAT ACTUALLY CHANGED. A     *
      * SECOND POSTING FOR THE SAME EFFECTIVE DATE IS A RE-RUN OR   *
      * A CORRECTED PAY FILE, NOT ANOTHER RAISE.                    *
      ***************************************************************
           IF WS-OLD-EFF-DATE = WS-EFF-DATE
              MOVE 'CORRECTION' TO WS-PAY-REASON
           ELSE
              MOVE 'BAND RAISE' TO WS-PAY-REASON
           END-IF
           IF EMP-REG-PAY NOT = WS-OLD-REG-PAY
              MOVE SPACES         TO SALARY-HISTORY-RECORD
              SET SH-REG-PAY      TO TRUE
              MOVE WS-OLD-REG-PAY TO SH-OLD-VALUE
              MOVE EMP-REG-PAY    TO SH-NEW-VALUE
              PERFORM P230-WRITE-HISTORY-LINE
           END-IF
           IF EMP-BON-PAY NOT = WS-OLD-BON-PAY
              MOVE SPACES         TO SALARY-HISTORY-RECORD
              SET SH-BON-PAY      TO TRUE
              MOVE WS-OLD-BON-PAY TO SH-OLD-VALUE
              MOVE EMP-BON-PAY    TO SH-NEW-VALUE
              PERFORM P230-WRITE-HISTORY-LINE
           END-IF.
       P230-WRITE-HISTORY-LINE.
           IF WS-SALHIST-OPEN = 'Y'
              MOVE EMP-ID          TO SH-EMP-ID
              MOVE WS-EFF-DATE     TO SH-EFF-DATE
              MOVE WS-PAY-REASON   TO SH-REASON
              MOVE 'COBVS16'       TO SH-PROGRAM
              MOVE WS-CURRENT-DATE TO SH-RECORDED-DATE
              MOVE WS-CURRENT-TIME TO SH-RECORDED-TIME
              WRITE SALARY-HISTORY-RECORD
              ADD 1 TO WS-HISTORY-COUNT
           END-IF.
       P300-TERMINATION.
           CLOSE EMPLOYEE-VS-FILE, PAY-IN-FILE
           IF WS-SALHIST-OPEN = 'Y'
              CLOSE SALARY-HISTORY-FILE
           END-IF
           DISPLAY 'PAY RECORDS READ:   ' WS-READ-COUNT
           DISPLAY 'PAY RECORDS POSTED: ' WS-POSTED-COUNT
           DISPLAY 'IDS NOT ON MASTER:  ' WS-MISSING-COUNT
           DISPLAY 'PAY CHANGES RECORDED: ' WS-HISTORY-COUNT
           DISPLAY 'COBVS16 - SUCCESSFULLY ENDED'.
      ***************************************************************
      * END OF SOURCE CODE.                                         *
