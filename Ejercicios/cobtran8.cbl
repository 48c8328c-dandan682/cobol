      * PER EMPLOYEE SHOWING THE OLD REGULAR PAY, THE RAISE BAND
      * APPLIED, THE NEW REGULAR PAY AND THE BONUS. A CONTROL PAGE
      * TOTALS ADVICES PRINTED AGAINST RECORDS READ, AND THE TRL
      * TRAILER COUNTS ARE SHOWN FOR BALANCING. WHERE THE LEAVEACC
      * CYCLE KEEPS A LEAVE BALANCE FOR THE EMPLOYEE (empleave.dat)
      * THE ADVICE ALSO SHOWS THE VACATION AND SICK DAYS STANDING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 ACCESS MODE  IS RANDOM
                 RECORD KEY   IS EMP-ID
                 FILE STATUS  IS EMP-FILE-STATUS.
             SELECT OPTIONAL LEAVE-BALANCE-FILE
                 ASSIGN TO "empleave.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-LEAVE.
             SELECT ADVICE-OUT-FILE
                 ASSIGN TO "payadvice.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL
       01 PAY-RECORD-IN          PIC X(80).
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.
       FD  LEAVE-BALANCE-FILE.
           COPY LVEREC.
       FD  ADVICE-OUT-FILE.
       01 ADVICE-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       01 ADVICE-PAY-LINE-5.
             05  FILLER       PIC X(22) VALUE ' NET PAY............:'.
             05  ADV-NET-PAY  PIC ZZZZZ9.99.
       01 ADVICE-LEAVE-LINE-1.
             05  FILLER       PIC X(22) VALUE ' VACATION BALANCE...:'.
             05  ADV-VAC-BAL  PIC ZZZZZ9.99.
             05  FILLER       PIC X(05) VALUE ' DAYS'.
       01 ADVICE-LEAVE-LINE-2.
             05  FILLER       PIC X(22) VALUE ' SICK LEAVE BALANCE.:'.
             05  ADV-SICK-BAL PIC ZZZZZ9.99.
             05  FILLER       PIC X(05) VALUE ' DAYS'.
       01 ADVICE-FOOT-LINE    PIC X(30) VALUE
          ' -----------------------------'.
       01 CTL-LINE-01.
       01 SPC-LINE            PIC X(80) VALUE SPACES.
       77 WS-STATUS-PAY       PIC X(02).
       77 WS-STATUS-ADVICE    PIC X(02).
       77 WS-STATUS-LEAVE     PIC X(02).
       77 WS-LEAVE-EOF        PIC X(01) VALUE 'N'.
      * THE empleave.dat BALANCES, LOOKED UP PER ADVICE.
       01 WS-LEAVE-TABLE.
          05 WS-LEAVE-ENTRY OCCURS 2000 TIMES.
             10 WS-LEAVE-EMP-ID  PIC 9(04).
             10 WS-LEAVE-VAC     PIC 9(03)V99.
             10 WS-LEAVE-SICK    PIC 9(03)V99.
       77 WS-LEAVE-COUNT      PIC 9(04) VALUE ZERO.
       77 WS-LEAVE-IDX        PIC 9(04) VALUE ZERO.
       77 WS-LEAVE-FOUND      PIC 9(04) VALUE ZERO.
       01 EMP-FILE-STATUS.
          05 EMPFILE-STAT1    PIC X.
          05 EMPFILE-STAT2    PIC X.
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM P110-LOAD-LEAVE-BALANCES
           INITIALIZE EMPLOYEE.
       P110-LOAD-LEAVE-BALANCES.
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-STATUS-LEAVE = '00' OR '05' THEN
              PERFORM UNTIL WS-LEAVE-EOF = 'Y'
                 OR WS-LEAVE-COUNT >= 2000
                 READ LEAVE-BALANCE-FILE
                    AT END MOVE 'Y' TO WS-LEAVE-EOF
                    NOT AT END
                       ADD 1 TO WS-LEAVE-COUNT
                       MOVE LV-EMP-ID
                          TO WS-LEAVE-EMP-ID(WS-LEAVE-COUNT)
                       MOVE LV-VAC-BALANCE
                          TO WS-LEAVE-VAC(WS-LEAVE-COUNT)
                       MOVE LV-SICK-BALANCE
                          TO WS-LEAVE-SICK(WS-LEAVE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE LEAVE-BALANCE-FILE
           END-IF.
       P200-MAINLINE.
           SET SW-NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL SW-END-OF-FILE
           WRITE ADVICE-LINE FROM ADVICE-PAY-LINE-4
           MOVE NET-PAY-OUT TO ADV-NET-PAY
           WRITE ADVICE-LINE FROM ADVICE-PAY-LINE-5
           PERFORM P230-PRINT-LEAVE-BALANCE
           WRITE ADVICE-LINE FROM ADVICE-FOOT-LINE
           WRITE ADVICE-LINE FROM SPC-LINE
           ADD 1 TO WS-PRINTED-COUNT.
              ADD 1 TO WS-NO-NAME-COUNT
              MOVE '** NOT ON EMPLOYEE MASTER **' TO ADV-NAME
           END-IF.
       P230-PRINT-LEAVE-BALANCE.
           MOVE ZERO TO WS-LEAVE-FOUND
           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
              UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
              OR WS-LEAVE-FOUND > ZERO
              IF WS-LEAVE-EMP-ID(WS-LEAVE-IDX) = EMP-ID-OUT
                 MOVE WS-LEAVE-IDX TO WS-LEAVE-FOUND
              END-IF
           END-PERFORM
           IF WS-LEAVE-FOUND > ZERO
              MOVE WS-LEAVE-VAC(WS-LEAVE-FOUND)  TO ADV-VAC-BAL
              WRITE ADVICE-LINE FROM ADVICE-LEAVE-LINE-1
              MOVE WS-LEAVE-SICK(WS-LEAVE-FOUND) TO ADV-SICK-BAL
              WRITE ADVICE-LINE FROM ADVICE-LEAVE-LINE-2
           END-IF.
       P300-TERMINATION.
      *    CONTROL PAGE: ADVICES PRINTED MUST EQUAL RECORDS READ,
      *    AND BOTH SHOULD MATCH THE TRAILER'S WRITTEN COUNT.
