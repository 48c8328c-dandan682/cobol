      * HARDCODED SINGLE-RECORD RUNS OF COBVS2/COBVS3/COBVS4 FOR DAY- *
      * TO-DAY FIXES: ADD, UPDATE, SOFT-DELETE, RETRIEVE BY EMP-ID,   *
      * RETRIEVE BY EMP-SSN AND LIST, PROMPTING FOR EVERY FIELD.      *
      * A CHANGED HOURLY RATE IS APPENDED TO THE salhist.dat PAY      *
      * HISTORY AS A CORRECTION, EFFECTIVE THE DAY IT IS KEYED.       *
      * THE OPERATOR SIGNS ON THROUGH SIGNON FIRST. LOOKUPS ARE OPEN  *
      * TO ANY OPERATOR; ADD, UPDATE AND DELETE NEED SUPERVISOR       *
      * AUTHORITY UNLESS progauth.dat SAYS OTHERWISE, AND THE AUDIT   *
      * LINE CARRIES THE OPERATOR ID.                                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT EMP-AUDIT-FILE ASSIGN TO "cobvs4-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS EMP-AUDIT-STATUS.

           SELECT OPTIONAL SALARY-HISTORY-FILE ASSIGN TO "salhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS SALHIST-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * ACTION-ONLY.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-IMAGE           PIC X(106).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-OPERATOR        PIC X(08).

       FD  SALARY-HISTORY-FILE.
           COPY SALREC.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
       01  WS-OPEN-MAX-TRIES           PIC 9(02) VALUE 5.
       01  WS-OPEN-DELAY               PIC 9(04) COMP.
       01  EMP-AUDIT-STATUS           PIC X(02).
       01  SALHIST-STATUS             PIC X(02).
       01  WS-OLD-HOURLY-RATE         PIC 9(02)V99.
       01  WS-CURRENT-DATE            PIC 9(08).
       01  WS-CURRENT-TIME            PIC 9(06).
       01  WS-CHOICE                  PIC 9.
       01  WS-NEW-SERVICE-YEARS       PIC X(02).
       01  WS-NEW-PROMOTION-DATE      PIC X(10).
       01  WS-NEW-SSN                 PIC X(09).
       01  WS-NEW-HOURLY-RATE         PIC X(06).
       01  WS-RATE-WORK               PIC S9(05)V99 VALUE ZERO.
       01  WS-RATE-EDIT               PIC Z9.99.
       01  WS-LIST-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-ACTION            PIC X(11).
       77 WS-DATEUTIL-PROG    PIC X(8) VALUE 'DATEUTIL'.
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       01  WS-SIGNON-PROG             PIC X(06) VALUE 'SIGNON'.
       01  SIGNON-PARMS.
           05 SGN-PROGRAM             PIC X(08) VALUE 'COBVS7'.
           05 SGN-UPDATE-DEFAULT      PIC X(01) VALUE 'S'.
           05 SGN-OPERATOR-ID         PIC X(08).
           05 SGN-AUTHORITY           PIC X(01).
           05 SGN-CAN-UPDATE          PIC X(01).
              88 SGN-UPDATE-ALLOWED             VALUE 'Y'.
           05 SGN-RC                  PIC 9(02).

      *****************************************************************
       PROCEDURE DIVISION.
           GOBACK.
       P100-INITIALIZATION.
           DISPLAY 'COBVS7 - EMPLOYEE FILE MAINTENANCE MENU'
           CALL WS-SIGNON-PROG USING SIGNON-PARMS
              ON EXCEPTION MOVE 8 TO SGN-RC
           END-CALL
           IF SGN-RC NOT = ZERO
              DISPLAY 'SIGN-ON FAILED - PROGRAM ENDED.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM P110-OPEN-WITH-RETRY
           IF EMP-FILE-STATUS = '00' OR '97' THEN
              NEXT SENTENCE
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE
                 WHEN 1 THRU 3
                    IF SGN-UPDATE-ALLOWED
                       PERFORM P205-MAINTAIN-EMPLOYEE
                    ELSE
                       DISPLAY 'CHANGES REQUIRE SUPERVISOR AUTHORITY.'
                    END-IF
                 WHEN 4 PERFORM P240-GET-BY-ID
                 WHEN 5 PERFORM P245-GET-BY-SSN
                 WHEN 6 PERFORM P260-LIST-EMPLOYEES
                 WHEN OTHER MOVE 'N' TO WS-STAYOPEN
              END-EVALUATE
           END-PERFORM.
       P205-MAINTAIN-EMPLOYEE.
           EVALUATE WS-CHOICE
              WHEN 1 PERFORM P210-ADD-EMPLOYEE
              WHEN 2 PERFORM P220-UPDATE-EMPLOYEE
              WHEN 3 PERFORM P230-DELETE-EMPLOYEE
           END-EVALUATE.
       P210-ADD-EMPLOYEE.
           INITIALIZE EMPLOYEE
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
              DISPLAY 'INVALID DATE - MUST BE A REAL YYYY-MM-DD'
              MOVE SPACES TO EMP-PROMOTION-DATE
           END-IF
           DISPLAY 'ENTER HOURLY RATE (BLANK=SALARIED): '
              WITH NO ADVANCING
           ACCEPT WS-NEW-HOURLY-RATE
           IF WS-NEW-HOURLY-RATE NOT = SPACES
              PERFORM P215-EDIT-HOURLY-RATE
           END-IF
           DISPLAY 'ENTER SSN: ' WITH NO ADVANCING
           ACCEPT WS-NEW-SSN
           IF WS-NEW-SSN IS NUMERIC
              DISPLAY 'INVALID SSN - MUST BE 9 NUMERIC DIGITS, '
                 'EMPLOYEE NOT ADDED'
           END-IF.
       P215-EDIT-HOURLY-RATE.
      ***************************************************************
      * AN HOURLY RATE MAKES THE EMPLOYEE PAID BY TIMESHEET; ZERO   *
      * MAKES THEM SALARIED AGAIN.                                  *
      ***************************************************************
           IF FUNCTION TEST-NUMVAL(WS-NEW-HOURLY-RATE) = ZERO
              COMPUTE WS-RATE-WORK =
                 FUNCTION NUMVAL(WS-NEW-HOURLY-RATE)
              IF WS-RATE-WORK >= ZERO AND WS-RATE-WORK < 100
                 MOVE WS-RATE-WORK TO EMP-HOURLY-RATE
              ELSE
                 DISPLAY 'INVALID HOURLY RATE - MUST BE 0 TO 99.99, '
                    'NOT CHANGED'
              END-IF
           ELSE
              DISPLAY 'INVALID HOURLY RATE - MUST BE 0 TO 99.99, '
                 'NOT CHANGED'
           END-IF.
       P220-UPDATE-EMPLOYEE.
      ***************************************************************
      * READ THE RECORD, PROMPT FOR EACH FIELD (BLANK LEAVES THE    *
                       'YYYY-MM-DD, NOT CHANGED'
                 END-IF
              END-IF
              IF EMP-HOURLY-RATE IS NOT NUMERIC
                 MOVE ZERO TO EMP-HOURLY-RATE
              END-IF
              MOVE EMP-HOURLY-RATE TO WS-RATE-EDIT
              MOVE EMP-HOURLY-RATE TO WS-OLD-HOURLY-RATE
              DISPLAY 'CURRENT HOURLY RATE....: ' WS-RATE-EDIT
              DISPLAY 'NEW HOURLY RATE (BLANK=NO CHANGE, 0=SALARIED): '
                 WITH NO ADVANCING
              ACCEPT WS-NEW-HOURLY-RATE
              IF WS-NEW-HOURLY-RATE NOT = SPACES
                 PERFORM P215-EDIT-HOURLY-RATE
              END-IF
              DISPLAY 'CURRENT SSN............: ' EMP-SSN
              DISPLAY 'NEW SSN (BLANK=NO CHANGE): '
                 WITH NO ADVANCING
                 DISPLAY 'UPDATE SUCCESSFUL - DATA IS ' EMPLOYEE
                 MOVE 'UPDATED' TO WS-AUDIT-ACTION
                 PERFORM P250-WRITE-AUDIT
                 IF EMP-HOURLY-RATE NOT = WS-OLD-HOURLY-RATE
                    PERFORM P255-WRITE-PAY-HISTORY
                 END-IF
              ELSE
                 DISPLAY 'ERROR ON REWRITE - FILE STATUS '
                    EMP-FILE-STATUS
              MOVE WS-CURRENT-DATE TO AUDIT-DATE
              MOVE WS-CURRENT-TIME TO AUDIT-TIME
              MOVE EMPLOYEE        TO AUDIT-IMAGE
              MOVE SGN-OPERATOR-ID TO AUDIT-OPERATOR
              WRITE AUDIT-RECORD
              CLOSE EMP-AUDIT-FILE
           ELSE
              DISPLAY 'ERROR ON AUDIT LOG OPEN - FILE STATUS '
                 EMP-AUDIT-STATUS
           END-IF.
       P255-WRITE-PAY-HISTORY.
      ***************************************************************
      * A RATE KEYED HERE TAKES EFFECT TODAY. P250 HAS JUST SET     *
      * THE CURRENT DATE AND TIME.                                  *
      ***************************************************************
           OPEN EXTEND SALARY-HISTORY-FILE
           IF SALHIST-STATUS = '00' OR '05' THEN
              MOVE SPACES             TO SALARY-HISTORY-RECORD
              MOVE EMP-ID             TO SH-EMP-ID
              STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
                 '-' WS-CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO SH-EFF-DATE
              SET SH-HOURLY-RATE      TO TRUE
              MOVE WS-OLD-HOURLY-RATE TO SH-OLD-VALUE
              MOVE EMP-HOURLY-RATE    TO SH-NEW-VALUE
              SET SH-CORRECTION       TO TRUE
              MOVE 'COBVS7'           TO SH-PROGRAM
              MOVE WS-CURRENT-DATE    TO SH-RECORDED-DATE
              MOVE WS-CURRENT-TIME    TO SH-RECORDED-TIME
              WRITE SALARY-HISTORY-RECORD
              CLOSE SALARY-HISTORY-FILE
           ELSE
              DISPLAY 'ERROR ON PAY HISTORY OPEN - FILE STATUS '
                 SALHIST-STATUS
           END-IF.
       P260-LIST-EMPLOYEES.
           MOVE 'N' TO SW-END-OF-FILE-SWITCH
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY 'EMP YEARS OF SERVICE: ' EMP-SERVICE-YEARS
           DISPLAY 'EMP PROMOTION DATE  : ' EMP-PROMOTION-DATE
           DISPLAY 'EMP SOCIAL SECURITY : ' EMP-SSN
           IF EMP-HOURLY-RATE IS NUMERIC AND EMP-HOURLY-RATE > ZERO
              MOVE EMP-HOURLY-RATE TO WS-RATE-EDIT
              DISPLAY 'EMP HOURLY RATE     : ' WS-RATE-EDIT
           END-IF
           IF EMP-IS-DELETED
              DISPLAY '*** RECORD IS MARKED DELETED ***'
           END-IF.
