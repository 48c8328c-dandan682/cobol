       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEACC.

      * VACATION AND SICK-LEAVE ACCRUAL FOR THE empleave.dat BALANCE
      * FILE (LVEREC), RUN ONCE EACH PAY CYCLE AFTER COBTRN6.
      * ACCRUE MODE (THE DEFAULT) WALKS THE EMPLOYEE VSAM MASTER AND
      * CREDITS EVERY ACTIVE EMPLOYEE THE CYCLE'S VACATION AND SICK
      * DAYS FOR THE EMP-SERVICE-YEARS BAND THEY FALL IN, OPENING A
      * BALANCE LINE FOR A NEW HIRE; AN EMPLOYEE ALREADY ACCRUED
      * TODAY IS NOT ACCRUED AGAIN, SO A RERUN IS HARMLESS. IT THEN
      * TAKES OFF THE BALANCES EVERY PENDING LEAVEMNT REQUEST
      * (LVQREC) WHOSE FIRST DAY HAS COME, AND MARKS IT TAKEN.
      * YEAREND MODE ARCHIVES THE CLOSING BALANCES AND THE FINISHED
      * REQUESTS TO DATED empleave-YYYYMMDD.dat AND
      * leavereq-YYYYMMDD.dat FILES, THE PAYYTD WAY, THEN CAPS WHAT
      * ROLLS FORWARD: EACH BALANCE IS CUT BACK TO THE CARRY-OVER
      * CAP FOR ITS TYPE - BUT NEVER BELOW THE DAYS ALREADY BOOKED
      * AND PENDING - AND THE DAYS TAKEN START AGAIN FROM ZERO.
      * THE RATES AND CAPS COME FROM leaverate.dat, THE empraise.dat
      * WAY; WITHOUT IT THE STANDARD BANDS BELOW APPLY.
      *
      * COMMAND LINE: ACCRUE (DEFAULT) OR YEAREND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 RECORD KEY   IS EMP-ID
                 FILE STATUS  IS EMP-FILE-STATUS.
             SELECT LEAVE-RATES-FILE
                 ASSIGN TO "leaverate.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-RATES.
             SELECT OPTIONAL LEAVE-BALANCE-FILE
                 ASSIGN TO "empleave.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-BALANCE.
             SELECT OPTIONAL LEAVE-REQUEST-FILE
                 ASSIGN TO "leavereq.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-REQUEST.
             SELECT OPTIONAL ARCHIVE-FILE
                 ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-ARCHIVE.
             SELECT OPTIONAL REQUEST-ARCHIVE-FILE
                 ASSIGN TO DYNAMIC WS-REQ-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-REQ-ARCHIVE.
             SELECT LEAVE-REPORT
                 ASSIGN TO "leaveacc.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.
       FD  LEAVE-RATES-FILE.
      * ONE BAND PER LINE: LOW AND HIGH SERVICE YEARS AND THE
      * VACATION AND SICK DAYS ACCRUED EACH CYCLE, TO THE HUNDREDTH,
      * E.G. 05 09 058 038 GIVES 0.58 VACATION AND 0.38 SICK DAYS A
      * CYCLE FROM FIVE TO NINE YEARS. A LINE STARTING 'CAP' SETS
      * THE YEAR-END CARRY-OVER CAPS: CAP 00500 03000 CARRIES AT
      * MOST 5.00 VACATION AND 30.00 SICK DAYS INTO THE NEW YEAR.
       01 LEAVE-RATE-RECORD.
          05  RATE-LOW-YEARS   PIC 9(02).
          05  FILLER           PIC X(01).
          05  RATE-HIGH-YEARS  PIC 9(02).
          05  FILLER           PIC X(01).
          05  RATE-VAC-DAYS    PIC 9V99.
          05  FILLER           PIC X(01).
          05  RATE-SICK-DAYS   PIC 9V99.
          05  FILLER           PIC X(04).
       01 LEAVE-CAP-RECORD.
          05  CAP-MARKER       PIC X(03).
              88 CAP-RULE      VALUE 'CAP'.
          05  FILLER           PIC X(01).
          05  CAP-VAC-DAYS     PIC 9(03)V99.
          05  FILLER           PIC X(01).
          05  CAP-SICK-DAYS    PIC 9(03)V99.
          05  FILLER           PIC X(02).
       FD  LEAVE-BALANCE-FILE.
           COPY LVEREC.
       FD  LEAVE-REQUEST-FILE.
           COPY LVQREC.
       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD       PIC X(49).
       FD  REQUEST-ARCHIVE-FILE.
       01 REQUEST-ARCHIVE-RECORD PIC X(50).
       FD  LEAVE-REPORT.
       01 PRINT-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING.
          05  FILLER           PIC X(27) VALUE
              'LEAVE ACCRUAL AND POSTING  '.
          05  FILLER           PIC X(06) VALUE 'MODE: '.
          05  RPT-MODE         PIC X(08).
          05  FILLER           PIC X(06) VALUE ' DATE '.
          05  RPT-DATE         PIC 9(08).
       01 ACCRUAL-LINE.
          05  FILLER           PIC X(05) VALUE ' EMP '.
          05  RPT-ACC-EMP-ID   PIC 9(04).
          05  FILLER           PIC X(07) VALUE ' YEARS '.
          05  RPT-ACC-YEARS    PIC Z9.
          05  FILLER           PIC X(06) VALUE '  VAC '.
          05  RPT-ACC-VAC      PIC +9.99.
          05  FILLER           PIC X(07) VALUE '  SICK '.
          05  RPT-ACC-SICK     PIC +9.99.
          05  FILLER           PIC X(10) VALUE '  BAL VAC '.
          05  RPT-ACC-VAC-BAL  PIC ZZ9.99.
          05  FILLER           PIC X(06) VALUE ' SICK '.
          05  RPT-ACC-SICK-BAL PIC ZZ9.99.
       01 POSTING-LINE.
          05  FILLER           PIC X(05) VALUE ' EMP '.
          05  RPT-PST-EMP-ID   PIC 9(04).
          05  FILLER           PIC X(01) VALUE SPACE.
          05  RPT-PST-TYPE     PIC X(08).
          05  FILLER           PIC X(01) VALUE SPACE.
          05  RPT-PST-FROM     PIC 9(08).
          05  FILLER           PIC X(01) VALUE '-'.
          05  RPT-PST-TO       PIC 9(08).
          05  FILLER           PIC X(01) VALUE SPACE.
          05  RPT-PST-DAYS     PIC ZZ9.99.
          05  FILLER           PIC X(06) VALUE ' DAYS '.
          05  RPT-PST-NOTE     PIC X(24).
       01 ROLL-LINE.
          05  FILLER           PIC X(05) VALUE ' EMP '.
          05  RPT-ROL-EMP-ID   PIC 9(04).
          05  FILLER           PIC X(06) VALUE '  VAC '.
          05  RPT-ROL-VAC-CARRY PIC ZZ9.99.
          05  FILLER           PIC X(09) VALUE ' FORFEIT '.
          05  RPT-ROL-VAC-LOST PIC ZZ9.99.
          05  FILLER           PIC X(07) VALUE '  SICK '.
          05  RPT-ROL-SICK-CARRY PIC ZZ9.99.
          05  FILLER           PIC X(09) VALUE ' FORFEIT '.
          05  RPT-ROL-SICK-LOST PIC ZZ9.99.
       01 TOTAL-LINE.
          05  RPT-TOT-LABEL    PIC X(24).
          05  RPT-TOT-COUNT    PIC ZZZZZ9.
       01 TOTAL-DAYS-LINE.
          05  RPT-TDY-LABEL    PIC X(24).
          05  RPT-TDY-DAYS     PIC ZZZ,ZZ9.99.
       01 REPORT-FOOTING       PIC X(13) VALUE 'END OF REPORT'.
       01 SPC-LINE             PIC X(80) VALUE SPACES.
       01 EMP-FILE-STATUS.
          05 EMPFILE-STAT1     PIC X.
          05 EMPFILE-STAT2     PIC X.
       77 WS-STATUS-RATES      PIC X(02).
       77 WS-STATUS-BALANCE    PIC X(02).
       77 WS-STATUS-REQUEST    PIC X(02).
       77 WS-STATUS-ARCHIVE    PIC X(02).
       77 WS-STATUS-REQ-ARCHIVE PIC X(02).
       77 WS-EOF               PIC X(01) VALUE 'N'.
       77 WS-CMDLINE           PIC X(10) VALUE SPACES.
       01 WS-RUN-MODE          PIC X(8) VALUE 'ACCRUE'.
          88 ACCRUE-MODE       VALUE 'ACCRUE'.
          88 YEAREND-MODE      VALUE 'YEAREND'.
       01 WS-ARCHIVE-NAME      PIC X(24).
       01 WS-REQ-ARCHIVE-NAME  PIC X(24).
       77 WS-TODAY             PIC 9(08).
      * SERVICE-YEARS ACCRUAL BANDS FROM leaverate.dat, OR THE
      * STANDARD THREE WHEN THE FILE IS ABSENT.
       01 WS-RATE-TABLE.
          05 WS-RATE-BAND OCCURS 10 TIMES.
             10 WS-RATE-LOW     PIC 9(02).
             10 WS-RATE-HIGH    PIC 9(02).
             10 WS-RATE-VAC     PIC 9V99.
             10 WS-RATE-SICK    PIC 9V99.
       77 WS-RATE-COUNT        PIC 9(02) VALUE ZERO.
       77 WS-RATE-IDX          PIC 9(02) VALUE ZERO.
       77 WS-RATE-PICKED       PIC 9(02) VALUE ZERO.
       77 WS-VAC-CAP           PIC 9(03)V99 VALUE 5.00.
       77 WS-SICK-CAP          PIC 9(03)V99 VALUE 30.00.
       01 WS-BAL-TABLE.
          05 WS-BAL-ENTRY OCCURS 2000 TIMES.
             10 WS-BAL-EMP-ID      PIC 9(04).
             10 WS-BAL-VAC         PIC 9(03)V99.
             10 WS-BAL-SICK        PIC 9(03)V99.
             10 WS-BAL-VAC-TAKEN   PIC 9(03)V99.
             10 WS-BAL-SICK-TAKEN  PIC 9(03)V99.
             10 WS-BAL-VAC-CARRIED PIC 9(03)V99.
             10 WS-BAL-SICK-CARRIED PIC 9(03)V99.
             10 WS-BAL-LAST-ACCRUAL PIC 9(08).
             10 WS-BAL-VAC-PENDING PIC 9(04)V99.
             10 WS-BAL-SICK-PENDING PIC 9(04)V99.
       77 WS-BAL-COUNT         PIC 9(04) VALUE ZERO.
       77 WS-BAL-IDX           PIC 9(04) VALUE ZERO.
       77 WS-BAL-FOUND         PIC 9(04) VALUE ZERO.
       01 WS-LQ-TABLE.
          05 WS-LQ-ENTRY OCCURS 3000 TIMES.
             10 WS-LQ-EMP-ID       PIC 9(04).
             10 WS-LQ-TYPE         PIC X(01).
             10 WS-LQ-FROM         PIC 9(08).
             10 WS-LQ-TO           PIC 9(08).
             10 WS-LQ-DAYS         PIC 9(03)V99.
             10 WS-LQ-STATUS       PIC X(01).
             10 WS-LQ-ENTERED      PIC 9(08).
             10 WS-LQ-POSTED       PIC 9(08).
       77 WS-LQ-COUNT          PIC 9(04) VALUE ZERO.
       77 WS-LQ-IDX            PIC 9(04) VALUE ZERO.
       77 WS-SERVICE-YEARS     PIC 9(02) VALUE ZERO.
       77 WS-CARRY-LIMIT       PIC 9(04)V99 VALUE ZERO.
       77 WS-FORFEIT           PIC 9(03)V99 VALUE ZERO.
       77 WS-SICK-FORFEIT      PIC 9(03)V99 VALUE ZERO.
       77 WS-ACCRUED-COUNT     PIC 9(06) VALUE ZERO.
       77 WS-NEW-LINE-COUNT    PIC 9(06) VALUE ZERO.
       77 WS-REPEAT-COUNT      PIC 9(06) VALUE ZERO.
       77 WS-NO-BAND-COUNT     PIC 9(06) VALUE ZERO.
       77 WS-POSTED-COUNT      PIC 9(06) VALUE ZERO.
       77 WS-HELD-COUNT        PIC 9(06) VALUE ZERO.
       77 WS-ROLLED-COUNT      PIC 9(06) VALUE ZERO.
       77 WS-ARCHIVED-REQUESTS PIC 9(06) VALUE ZERO.
       77 WS-TOT-VAC-ACCRUED   PIC 9(07)V99 VALUE ZERO.
       77 WS-TOT-SICK-ACCRUED  PIC 9(07)V99 VALUE ZERO.
       77 WS-TOT-DAYS-POSTED   PIC 9(07)V99 VALUE ZERO.
       77 WS-TOT-FORFEIT       PIC 9(07)V99 VALUE ZERO.
       77 WS-LOGMSG-PROG       PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM       PIC X(8) VALUE 'LEAVEACC'.
          05 LOG-SEVERITY      PIC X.
          05 LOG-MESSAGE       PIC X(80).
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION.
           PERFORM P200-MAINLINE.
           PERFORM P300-TERMINATION.
           GOBACK.
       P100-INITIALIZATION.
           DISPLAY 'LEAVEACC - LEAVE ACCRUAL AND POSTING'
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:7) = 'YEAREND'
              MOVE 'YEAREND' TO WS-RUN-MODE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARCHIVE-NAME WS-REQ-ARCHIVE-NAME
           STRING 'empleave-' WS-TODAY '.dat'
              DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           STRING 'leavereq-' WS-TODAY '.dat'
              DELIMITED BY SIZE INTO WS-REQ-ARCHIVE-NAME
           DISPLAY '  RUN MODE: ' WS-RUN-MODE
           IF ACCRUE-MODE
              OPEN INPUT EMPLOYEE-VS-FILE
              IF EMP-FILE-STATUS NOT = '00' AND '97' THEN
                 DISPLAY ' ** ERROR ON MASTER OPEN - FILE STATUS '
                    EMP-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              OPEN EXTEND ARCHIVE-FILE
              IF WS-STATUS-ARCHIVE NOT = '00' AND '05' THEN
                 DISPLAY ' ** ERROR ON ARCHIVE OPEN - FILE STATUS '
                    WS-STATUS-ARCHIVE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              OPEN EXTEND REQUEST-ARCHIVE-FILE
              IF WS-STATUS-REQ-ARCHIVE NOT = '00' AND '05' THEN
                 DISPLAY ' ** ERROR ON ARCHIVE OPEN - FILE STATUS '
                    WS-STATUS-REQ-ARCHIVE
                 CLOSE ARCHIVE-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM P110-LOAD-RATES
           PERFORM P120-LOAD-BALANCES
           PERFORM P130-LOAD-REQUESTS
           OPEN OUTPUT LEAVE-REPORT
           MOVE WS-RUN-MODE TO RPT-MODE
           MOVE WS-TODAY TO RPT-DATE
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM SPC-LINE.
       P110-LOAD-RATES.
      *    WITHOUT A RATES FILE: 0-4 YEARS 10 VACATION DAYS A YEAR,
      *    5-9 YEARS 15, 10 YEARS AND OVER 20, AND 10 SICK DAYS A
      *    YEAR FOR EVERYONE, SPREAD OVER 26 CYCLES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LEAVE-RATES-FILE
           IF WS-STATUS-RATES = '00' THEN
              PERFORM UNTIL WS-EOF = 'Y'
                 READ LEAVE-RATES-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM P115-STORE-RATE
                 END-READ
              END-PERFORM
              CLOSE LEAVE-RATES-FILE
              DISPLAY '  ACCRUAL BANDS LOADED: ' WS-RATE-COUNT
           ELSE
              DISPLAY '  NO leaverate.dat - STANDARD BANDS APPLY'
              MOVE 3 TO WS-RATE-COUNT
              MOVE 00   TO WS-RATE-LOW(1)
              MOVE 04   TO WS-RATE-HIGH(1)
              MOVE 0.38 TO WS-RATE-VAC(1)
              MOVE 05   TO WS-RATE-LOW(2)
              MOVE 09   TO WS-RATE-HIGH(2)
              MOVE 0.58 TO WS-RATE-VAC(2)
              MOVE 10   TO WS-RATE-LOW(3)
              MOVE 99   TO WS-RATE-HIGH(3)
              MOVE 0.77 TO WS-RATE-VAC(3)
              MOVE 0.38 TO WS-RATE-SICK(1) WS-RATE-SICK(2)
                           WS-RATE-SICK(3)
           END-IF
           DISPLAY '  CARRY-OVER CAPS - VACATION: ' WS-VAC-CAP
              ' SICK: ' WS-SICK-CAP.
       P115-STORE-RATE.
           IF CAP-RULE THEN
              IF CAP-VAC-DAYS IS NUMERIC
                 AND CAP-SICK-DAYS IS NUMERIC
                 MOVE CAP-VAC-DAYS  TO WS-VAC-CAP
                 MOVE CAP-SICK-DAYS TO WS-SICK-CAP
              ELSE
                 DISPLAY ' ** BAD CAP RULE IGNORED: '
                    LEAVE-RATE-RECORD
              END-IF
           ELSE
              IF RATE-LOW-YEARS IS NUMERIC
                 AND RATE-HIGH-YEARS IS NUMERIC
                 AND RATE-VAC-DAYS IS NUMERIC
                 AND RATE-SICK-DAYS IS NUMERIC
                 AND WS-RATE-COUNT < 10 THEN
                 ADD 1 TO WS-RATE-COUNT
                 MOVE RATE-LOW-YEARS  TO WS-RATE-LOW(WS-RATE-COUNT)
                 MOVE RATE-HIGH-YEARS TO WS-RATE-HIGH(WS-RATE-COUNT)
                 MOVE RATE-VAC-DAYS   TO WS-RATE-VAC(WS-RATE-COUNT)
                 MOVE RATE-SICK-DAYS  TO WS-RATE-SICK(WS-RATE-COUNT)
              ELSE
                 DISPLAY ' ** BAD ACCRUAL RULE IGNORED: '
                    LEAVE-RATE-RECORD
              END-IF
           END-IF.
       P120-LOAD-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-STATUS-BALANCE = '00' OR '05' THEN
              PERFORM UNTIL WS-EOF = 'Y' OR WS-BAL-COUNT >= 2000
                 READ LEAVE-BALANCE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM P125-STORE-BALANCE
                 END-READ
              END-PERFORM
              CLOSE LEAVE-BALANCE-FILE
           END-IF
           DISPLAY '  LEAVE BALANCES ON FILE: ' WS-BAL-COUNT.
       P125-STORE-BALANCE.
           ADD 1 TO WS-BAL-COUNT
           MOVE LV-EMP-ID       TO WS-BAL-EMP-ID(WS-BAL-COUNT)
           MOVE LV-VAC-BALANCE  TO WS-BAL-VAC(WS-BAL-COUNT)
           MOVE LV-SICK-BALANCE TO WS-BAL-SICK(WS-BAL-COUNT)
           MOVE LV-VAC-TAKEN    TO WS-BAL-VAC-TAKEN(WS-BAL-COUNT)
           MOVE LV-SICK-TAKEN   TO WS-BAL-SICK-TAKEN(WS-BAL-COUNT)
           MOVE LV-VAC-CARRIED  TO WS-BAL-VAC-CARRIED(WS-BAL-COUNT)
           MOVE LV-SICK-CARRIED TO WS-BAL-SICK-CARRIED(WS-BAL-COUNT)
           MOVE LV-LAST-ACCRUAL TO WS-BAL-LAST-ACCRUAL(WS-BAL-COUNT)
           MOVE ZERO TO WS-BAL-VAC-PENDING(WS-BAL-COUNT)
                        WS-BAL-SICK-PENDING(WS-BAL-COUNT)
           IF YEAREND-MODE
              WRITE ARCHIVE-RECORD FROM LEAVE-BALANCE-RECORD
           END-IF.
       P130-LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LEAVE-REQUEST-FILE
           IF WS-STATUS-REQUEST = '00' OR '05' THEN
              PERFORM UNTIL WS-EOF = 'Y' OR WS-LQ-COUNT >= 3000
                 READ LEAVE-REQUEST-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM P135-STORE-REQUEST
                 END-READ
              END-PERFORM
              CLOSE LEAVE-REQUEST-FILE
           END-IF
           DISPLAY '  LEAVE REQUESTS ON FILE: ' WS-LQ-COUNT.
       P135-STORE-REQUEST.
           ADD 1 TO WS-LQ-COUNT
           MOVE LQ-EMP-ID      TO WS-LQ-EMP-ID(WS-LQ-COUNT)
           MOVE LQ-TYPE        TO WS-LQ-TYPE(WS-LQ-COUNT)
           MOVE LQ-FROM-DATE   TO WS-LQ-FROM(WS-LQ-COUNT)
           MOVE LQ-TO-DATE     TO WS-LQ-TO(WS-LQ-COUNT)
           MOVE LQ-DAYS        TO WS-LQ-DAYS(WS-LQ-COUNT)
           MOVE LQ-STATUS      TO WS-LQ-STATUS(WS-LQ-COUNT)
           MOVE LQ-ENTRY-DATE  TO WS-LQ-ENTERED(WS-LQ-COUNT)
           IF LQ-POSTED-DATE IS NUMERIC
              MOVE LQ-POSTED-DATE TO WS-LQ-POSTED(WS-LQ-COUNT)
           ELSE
              MOVE ZERO TO WS-LQ-POSTED(WS-LQ-COUNT)
           END-IF.
       P200-MAINLINE.
           IF ACCRUE-MODE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ EMPLOYEE-VS-FILE
                 IF EMP-FILE-STATUS = '00' THEN
                    IF NOT EMP-IS-DELETED
                       PERFORM P210-ACCRUE-EMPLOYEE
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-EOF
                 END-IF
              END-PERFORM
              PERFORM P250-POST-REQUEST
                 VARYING WS-LQ-IDX FROM 1 BY 1
                 UNTIL WS-LQ-IDX > WS-LQ-COUNT
           ELSE
              PERFORM P260-SUM-PENDING
                 VARYING WS-LQ-IDX FROM 1 BY 1
                 UNTIL WS-LQ-IDX > WS-LQ-COUNT
              PERFORM P270-ROLL-BALANCE
                 VARYING WS-BAL-IDX FROM 1 BY 1
                 UNTIL WS-BAL-IDX > WS-BAL-COUNT
           END-IF.
       P205-FIND-BALANCE.
           MOVE ZERO TO WS-BAL-FOUND
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
              UNTIL WS-BAL-IDX > WS-BAL-COUNT
              OR WS-BAL-FOUND > ZERO
              IF WS-BAL-EMP-ID(WS-BAL-IDX) = EMP-ID
                 MOVE WS-BAL-IDX TO WS-BAL-FOUND
              END-IF
           END-PERFORM.
       P210-ACCRUE-EMPLOYEE.
      *    THE FIRST BAND COVERING THE SERVICE YEARS WINS; A NEW
      *    HIRE GETS A BALANCE LINE FROM ZERO.
           MOVE ZERO TO WS-SERVICE-YEARS
           IF EMP-SERVICE-YEARS IS NUMERIC
              MOVE EMP-SERVICE-YEARS TO WS-SERVICE-YEARS
           END-IF
           MOVE ZERO TO WS-RATE-PICKED
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
              OR WS-RATE-PICKED > ZERO
              IF WS-SERVICE-YEARS >= WS-RATE-LOW(WS-RATE-IDX)
                 AND WS-SERVICE-YEARS <= WS-RATE-HIGH(WS-RATE-IDX)
                 MOVE WS-RATE-IDX TO WS-RATE-PICKED
              END-IF
           END-PERFORM
           PERFORM P205-FIND-BALANCE
           IF WS-BAL-FOUND = ZERO AND WS-BAL-COUNT < 2000
              ADD 1 TO WS-BAL-COUNT
              ADD 1 TO WS-NEW-LINE-COUNT
              MOVE WS-BAL-COUNT TO WS-BAL-FOUND
              INITIALIZE WS-BAL-ENTRY(WS-BAL-FOUND)
              MOVE EMP-ID TO WS-BAL-EMP-ID(WS-BAL-FOUND)
           END-IF
           EVALUATE TRUE
              WHEN WS-BAL-FOUND = ZERO
                 DISPLAY ' ** LEAVE BALANCE TABLE FULL - EMP '
                    EMP-ID ' NOT ACCRUED'
                 ADD 1 TO WS-NO-BAND-COUNT
              WHEN WS-BAL-LAST-ACCRUAL(WS-BAL-FOUND) = WS-TODAY
                 ADD 1 TO WS-REPEAT-COUNT
              WHEN WS-RATE-PICKED = ZERO
                 DISPLAY ' ** NO ACCRUAL BAND FOR ' WS-SERVICE-YEARS
                    ' YEARS - EMP ' EMP-ID ' NOT ACCRUED'
                 ADD 1 TO WS-NO-BAND-COUNT
              WHEN OTHER
                 PERFORM P215-CREDIT-EMPLOYEE
           END-EVALUATE.
       P215-CREDIT-EMPLOYEE.
           ADD WS-RATE-VAC(WS-RATE-PICKED)
              TO WS-BAL-VAC(WS-BAL-FOUND)
           ADD WS-RATE-SICK(WS-RATE-PICKED)
              TO WS-BAL-SICK(WS-BAL-FOUND)
           MOVE WS-TODAY TO WS-BAL-LAST-ACCRUAL(WS-BAL-FOUND)
           ADD WS-RATE-VAC(WS-RATE-PICKED)  TO WS-TOT-VAC-ACCRUED
           ADD WS-RATE-SICK(WS-RATE-PICKED) TO WS-TOT-SICK-ACCRUED
           ADD 1 TO WS-ACCRUED-COUNT
           MOVE EMP-ID TO RPT-ACC-EMP-ID
           MOVE WS-SERVICE-YEARS TO RPT-ACC-YEARS
           MOVE WS-RATE-VAC(WS-RATE-PICKED)  TO RPT-ACC-VAC
           MOVE WS-RATE-SICK(WS-RATE-PICKED) TO RPT-ACC-SICK
           MOVE WS-BAL-VAC(WS-BAL-FOUND)  TO RPT-ACC-VAC-BAL
           MOVE WS-BAL-SICK(WS-BAL-FOUND) TO RPT-ACC-SICK-BAL
           WRITE PRINT-LINE FROM ACCRUAL-LINE.
       P250-POST-REQUEST.
      *    A PENDING REQUEST WHOSE FIRST DAY HAS COME IS TAKEN OFF
      *    THE BALANCE. ONE THE BALANCE NO LONGER COVERS STAYS
      *    PENDING AND IS REPORTED FOR HR TO SETTLE.
           IF WS-LQ-STATUS(WS-LQ-IDX) = 'P'
              AND WS-LQ-FROM(WS-LQ-IDX) <= WS-TODAY
              MOVE WS-LQ-EMP-ID(WS-LQ-IDX) TO EMP-ID
              PERFORM P205-FIND-BALANCE
              MOVE EMP-ID TO RPT-PST-EMP-ID
              IF WS-LQ-TYPE(WS-LQ-IDX) = 'V'
                 MOVE 'VACATION' TO RPT-PST-TYPE
              ELSE
                 MOVE 'SICK'     TO RPT-PST-TYPE
              END-IF
              MOVE WS-LQ-FROM(WS-LQ-IDX) TO RPT-PST-FROM
              MOVE WS-LQ-TO(WS-LQ-IDX)   TO RPT-PST-TO
              MOVE WS-LQ-DAYS(WS-LQ-IDX) TO RPT-PST-DAYS
              EVALUATE TRUE
                 WHEN WS-BAL-FOUND = ZERO
                    MOVE 'HELD - NO BALANCE LINE' TO RPT-PST-NOTE
                    ADD 1 TO WS-HELD-COUNT
                 WHEN WS-LQ-TYPE(WS-LQ-IDX) = 'V'
                    AND WS-LQ-DAYS(WS-LQ-IDX)
                        > WS-BAL-VAC(WS-BAL-FOUND)
                    MOVE 'HELD - BALANCE SHORT' TO RPT-PST-NOTE
                    ADD 1 TO WS-HELD-COUNT
                 WHEN WS-LQ-TYPE(WS-LQ-IDX) = 'S'
                    AND WS-LQ-DAYS(WS-LQ-IDX)
                        > WS-BAL-SICK(WS-BAL-FOUND)
                    MOVE 'HELD - BALANCE SHORT' TO RPT-PST-NOTE
                    ADD 1 TO WS-HELD-COUNT
                 WHEN WS-LQ-TYPE(WS-LQ-IDX) = 'V'
                    SUBTRACT WS-LQ-DAYS(WS-LQ-IDX)
                       FROM WS-BAL-VAC(WS-BAL-FOUND)
                    ADD WS-LQ-DAYS(WS-LQ-IDX)
                       TO WS-BAL-VAC-TAKEN(WS-BAL-FOUND)
                    PERFORM P255-MARK-TAKEN
                 WHEN OTHER
                    SUBTRACT WS-LQ-DAYS(WS-LQ-IDX)
                       FROM WS-BAL-SICK(WS-BAL-FOUND)
                    ADD WS-LQ-DAYS(WS-LQ-IDX)
                       TO WS-BAL-SICK-TAKEN(WS-BAL-FOUND)
                    PERFORM P255-MARK-TAKEN
              END-EVALUATE
              WRITE PRINT-LINE FROM POSTING-LINE
           END-IF.
       P255-MARK-TAKEN.
           MOVE 'T' TO WS-LQ-STATUS(WS-LQ-IDX)
           MOVE WS-TODAY TO WS-LQ-POSTED(WS-LQ-IDX)
           MOVE 'TAKEN' TO RPT-PST-NOTE
           ADD WS-LQ-DAYS(WS-LQ-IDX) TO WS-TOT-DAYS-POSTED
           ADD 1 TO WS-POSTED-COUNT.
       P260-SUM-PENDING.
      *    DAYS BOOKED BUT NOT YET TAKEN ARE NEVER FORFEITED.
           IF WS-LQ-STATUS(WS-LQ-IDX) = 'P'
              MOVE WS-LQ-EMP-ID(WS-LQ-IDX) TO EMP-ID
              PERFORM P205-FIND-BALANCE
              IF WS-BAL-FOUND > ZERO
                 IF WS-LQ-TYPE(WS-LQ-IDX) = 'V'
                    ADD WS-LQ-DAYS(WS-LQ-IDX)
                       TO WS-BAL-VAC-PENDING(WS-BAL-FOUND)
                 ELSE
                    ADD WS-LQ-DAYS(WS-LQ-IDX)
                       TO WS-BAL-SICK-PENDING(WS-BAL-FOUND)
                 END-IF
              END-IF
           END-IF.
       P270-ROLL-BALANCE.
           MOVE WS-VAC-CAP TO WS-CARRY-LIMIT
           IF WS-BAL-VAC-PENDING(WS-BAL-IDX) > WS-CARRY-LIMIT
              MOVE WS-BAL-VAC-PENDING(WS-BAL-IDX) TO WS-CARRY-LIMIT
           END-IF
           MOVE ZERO TO WS-FORFEIT
           IF WS-BAL-VAC(WS-BAL-IDX) > WS-CARRY-LIMIT
              COMPUTE WS-FORFEIT = WS-BAL-VAC(WS-BAL-IDX)
                 - WS-CARRY-LIMIT
              MOVE WS-CARRY-LIMIT TO WS-BAL-VAC(WS-BAL-IDX)
           END-IF
           MOVE WS-SICK-CAP TO WS-CARRY-LIMIT
           IF WS-BAL-SICK-PENDING(WS-BAL-IDX) > WS-CARRY-LIMIT
              MOVE WS-BAL-SICK-PENDING(WS-BAL-IDX) TO WS-CARRY-LIMIT
           END-IF
           MOVE ZERO TO WS-SICK-FORFEIT
           IF WS-BAL-SICK(WS-BAL-IDX) > WS-CARRY-LIMIT
              COMPUTE WS-SICK-FORFEIT = WS-BAL-SICK(WS-BAL-IDX)
                 - WS-CARRY-LIMIT
              MOVE WS-CARRY-LIMIT TO WS-BAL-SICK(WS-BAL-IDX)
           END-IF
           MOVE WS-BAL-VAC(WS-BAL-IDX)
              TO WS-BAL-VAC-CARRIED(WS-BAL-IDX)
           MOVE WS-BAL-SICK(WS-BAL-IDX)
              TO WS-BAL-SICK-CARRIED(WS-BAL-IDX)
           MOVE ZERO TO WS-BAL-VAC-TAKEN(WS-BAL-IDX)
                        WS-BAL-SICK-TAKEN(WS-BAL-IDX)
           ADD WS-FORFEIT WS-SICK-FORFEIT TO WS-TOT-FORFEIT
           ADD 1 TO WS-ROLLED-COUNT
           MOVE WS-BAL-EMP-ID(WS-BAL-IDX) TO RPT-ROL-EMP-ID
           MOVE WS-BAL-VAC(WS-BAL-IDX)    TO RPT-ROL-VAC-CARRY
           MOVE WS-FORFEIT                TO RPT-ROL-VAC-LOST
           MOVE WS-BAL-SICK(WS-BAL-IDX)   TO RPT-ROL-SICK-CARRY
           MOVE WS-SICK-FORFEIT           TO RPT-ROL-SICK-LOST
           WRITE PRINT-LINE FROM ROLL-LINE.
       P300-TERMINATION.
           IF ACCRUE-MODE
              CLOSE EMPLOYEE-VS-FILE
           END-IF
           PERFORM P310-REWRITE-BALANCES
           PERFORM P320-REWRITE-REQUESTS
           WRITE PRINT-LINE FROM SPC-LINE
           IF ACCRUE-MODE
              MOVE ' EMPLOYEES ACCRUED.....:' TO RPT-TOT-LABEL
              MOVE WS-ACCRUED-COUNT TO RPT-TOT-COUNT
              WRITE PRINT-LINE FROM TOTAL-LINE
              MOVE ' NEW BALANCE LINES.....:' TO RPT-TOT-LABEL
              MOVE WS-NEW-LINE-COUNT TO RPT-TOT-COUNT
              WRITE PRINT-LINE FROM TOTAL-LINE
              MOVE ' ALREADY ACCRUED TODAY.:' TO RPT-TOT-LABEL
              MOVE WS-REPEAT-COUNT TO RPT-TOT-COUNT
              WRITE PRINT-LINE FROM TOTAL-LINE
              MOVE ' NOT ACCRUED - NO BAND.:' TO RPT-TOT-LABEL
              MOVE WS-NO-BAND-COUNT TO RPT-TOT-COUNT
              WRITE PRINT-LINE FROM TOTAL-LINE
              MOVE ' VACATION DAYS ACCRUED.:' TO RPT-TDY-LABEL
              MOVE WS-TOT-VAC-ACCRUED TO RPT-TDY-DAYS
              WRITE PRINT-LINE FROM TOTAL-DAYS-LINE
              MOVE ' SICK DAYS ACCRUED.....:' TO RPT-TDY-LABEL
              MOVE WS-TOT-SICK-ACCRUED TO RPT-TDY-DAYS
              WRITE PRINT-LINE FROM TOTAL-DAYS-LINE
              MOVE ' REQUESTS TAKEN........:' TO RPT-TOT-LABEL
              MOVE WS-POSTED-COUNT TO RPT-TOT-COUNT
              WRITE PRINT-LINE FROM TOTAL-LINE
              MOVE ' DAYS TAKEN............:' TO RPT-TDY-LABEL
              MOVE WS-TOT-DAYS-POSTED TO RPT-TDY-DAYS
              WRITE PRINT-LINE FROM TOTAL-DAYS-LINE
              MOVE ' REQUESTS HELD.........:' TO RPT-TOT-LABEL
              MOVE WS-HELD-COUNT TO RPT-TOT-COUNT
              WRITE PRINT-LINE FROM TOTAL-LINE
           ELSE
              CLOSE ARCHIVE-FILE, REQUEST-ARCHIVE-FILE
              MOVE ' BALANCES ROLLED.......:' TO RPT-TOT-LABEL
              MOVE WS-ROLLED-COUNT TO RPT-TOT-COUNT
              WRITE PRINT-LINE FROM TOTAL-LINE
              MOVE ' DAYS FORFEITED........:' TO RPT-TDY-LABEL
              MOVE WS-TOT-FORFEIT TO RPT-TDY-DAYS
              WRITE PRINT-LINE FROM TOTAL-DAYS-LINE
              MOVE ' REQUESTS ARCHIVED.....:' TO RPT-TOT-LABEL
              MOVE WS-ARCHIVED-REQUESTS TO RPT-TOT-COUNT
              WRITE PRINT-LINE FROM TOTAL-LINE
              DISPLAY 'YEAR ROLLED - BALANCES ARCHIVED TO '
                 WS-ARCHIVE-NAME
           END-IF
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE LEAVE-REPORT
           IF WS-HELD-COUNT > ZERO OR WS-NO-BAND-COUNT > ZERO
              MOVE 'W' TO LOG-SEVERITY
              MOVE 'LEAVE CYCLE ENDED - REQUESTS HELD OR NOT ACCRUED'
                 TO LOG-MESSAGE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'LEAVE CYCLE ENDED - MODE ' WS-RUN-MODE
                 DELIMITED BY SIZE INTO LOG-MESSAGE
           END-IF
           PERFORM P900-WRITE-OPS-LOG
           DISPLAY 'EMPLOYEES ACCRUED: ' WS-ACCRUED-COUNT
           DISPLAY 'REQUESTS TAKEN:    ' WS-POSTED-COUNT
           DISPLAY 'REQUESTS HELD:     ' WS-HELD-COUNT
           DISPLAY 'LEAVEACC - SUCCESSFULLY ENDED'.
       P310-REWRITE-BALANCES.
           OPEN OUTPUT LEAVE-BALANCE-FILE
           IF WS-STATUS-BALANCE NOT = '00' AND '05' THEN
              DISPLAY ' ** COULD NOT REWRITE empleave.dat - STATUS '
                 WS-STATUS-BALANCE
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                 UNTIL WS-BAL-IDX > WS-BAL-COUNT
                 MOVE SPACES TO LEAVE-BALANCE-RECORD
                 MOVE WS-BAL-EMP-ID(WS-BAL-IDX)   TO LV-EMP-ID
                 MOVE WS-BAL-VAC(WS-BAL-IDX)      TO LV-VAC-BALANCE
                 MOVE WS-BAL-SICK(WS-BAL-IDX)     TO LV-SICK-BALANCE
                 MOVE WS-BAL-VAC-TAKEN(WS-BAL-IDX) TO LV-VAC-TAKEN
                 MOVE WS-BAL-SICK-TAKEN(WS-BAL-IDX) TO LV-SICK-TAKEN
                 MOVE WS-BAL-VAC-CARRIED(WS-BAL-IDX) TO LV-VAC-CARRIED
                 MOVE WS-BAL-SICK-CARRIED(WS-BAL-IDX)
                    TO LV-SICK-CARRIED
                 MOVE WS-BAL-LAST-ACCRUAL(WS-BAL-IDX)
                    TO LV-LAST-ACCRUAL
                 WRITE LEAVE-BALANCE-RECORD
              END-PERFORM
              CLOSE LEAVE-BALANCE-FILE
           END-IF.
       P320-REWRITE-REQUESTS.
      *    AT YEAR END THE TAKEN AND CANCELLED REQUESTS MOVE TO THE
      *    DATED ARCHIVE; ONLY THE PENDING ONES STAY.
           OPEN OUTPUT LEAVE-REQUEST-FILE
           IF WS-STATUS-REQUEST NOT = '00' AND '05' THEN
              DISPLAY ' ** COULD NOT REWRITE leavereq.dat - STATUS '
                 WS-STATUS-REQUEST
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
                 UNTIL WS-LQ-IDX > WS-LQ-COUNT
                 MOVE SPACES TO LEAVE-REQUEST-RECORD
                 MOVE WS-LQ-EMP-ID(WS-LQ-IDX)  TO LQ-EMP-ID
                 MOVE WS-LQ-TYPE(WS-LQ-IDX)    TO LQ-TYPE
                 MOVE WS-LQ-FROM(WS-LQ-IDX)    TO LQ-FROM-DATE
                 MOVE WS-LQ-TO(WS-LQ-IDX)      TO LQ-TO-DATE
                 MOVE WS-LQ-DAYS(WS-LQ-IDX)    TO LQ-DAYS
                 MOVE WS-LQ-STATUS(WS-LQ-IDX)  TO LQ-STATUS
                 MOVE WS-LQ-ENTERED(WS-LQ-IDX) TO LQ-ENTRY-DATE
                 MOVE WS-LQ-POSTED(WS-LQ-IDX)  TO LQ-POSTED-DATE
                 IF YEAREND-MODE AND WS-LQ-STATUS(WS-LQ-IDX) NOT = 'P'
                    WRITE REQUEST-ARCHIVE-RECORD
                       FROM LEAVE-REQUEST-RECORD
                    ADD 1 TO WS-ARCHIVED-REQUESTS
                 ELSE
                    WRITE LEAVE-REQUEST-RECORD
                 END-IF
              END-PERFORM
              CLOSE LEAVE-REQUEST-FILE
           END-IF.
       P900-WRITE-OPS-LOG.
      *    ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER;
      *    A MISSING LOGGER MUST NEVER STOP THE CYCLE ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
      *    END OF SOURCE CODE
       END PROGRAM LEAVEACC.
