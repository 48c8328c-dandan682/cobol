      * PROMOTION PROCESSING - THE ACTION ARM OF THE COBVS13          *
      * ELIGIBILITY REPORT, CLOSING THE LOOP HR KEEPS ASKING ABOUT.   *
      * READS THE PROMOTION-DECISIONS FILE promodec.dat (EMP-ID,      *
      * A=APPROVED/D=DENIED, NEW PROMOTION DATE YYYY-MM-DD AND AN     *
      * OPTIONAL NEW REGULAR PAY, 8 DIGITS WITH 2 DECIMALS),          *
      * VALIDATES EACH APPROVAL AGAINST THE CURRENT MASTER, AND       *
      * APPLIES IT: EMP-PROMOTION-DATE TAKES THE NEW DATE, AND        *
      * EMP-SERVICE-YEARS BUMPS BY ONE WHEN THE NEW DATE MOVES INTO   *
      * A LATER CALENDAR YEAR THAN THE OLD ONE. A NEW REGULAR PAY     *
      * TAKES EFFECT ON THE PROMOTION DATE AND IS APPENDED TO THE     *
      * salhist.dat PAY HISTORY AS A PROMOTION. EVERY APPLIED         *
      * PROMOTION IS JOURNALED TO cobvs4-audit.log WITH ITS           *
      * AFTER-IMAGE, AND EVERY APPROVED-BUT-NOT-APPLIED DECISION      *
      * LANDS ON THE EXCEPTION REPORT WITH ITS REASON. A CLEANLY      *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS EMP-AUDIT-STATUS.

           SELECT OPTIONAL SALARY-HISTORY-FILE ASSIGN TO "salhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS SALHIST-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO "promoexc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
           05 PDC-DECISION          PIC X(01).
           05 FILLER                PIC X(01).
           05 PDC-NEW-DATE          PIC X(10).
           05 FILLER                PIC X(01).
           05 PDC-NEW-REG-PAY-X     PIC X(08).
           05 PDC-NEW-REG-PAY REDEFINES PDC-NEW-REG-PAY-X
                                    PIC 9(06)V99.

       FD  EMP-AUDIT-FILE.
       01  AUDIT-RECORD.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-IMAGE           PIC X(106).

       FD  SALARY-HISTORY-FILE.
           COPY SALREC.

       FD  EXCEPTION-REPORT.
       01  PRINT-LINE               PIC X(70).
      *****************************************************************
           05 EMPFILE-STAT2           PIC X.
       01  WS-DECISION-STATUS         PIC X(02).
       01  EMP-AUDIT-STATUS           PIC X(02).
       01  SALHIST-STATUS             PIC X(02).
       01  WS-OLD-REG-PAY             PIC 9(06)V99.
       01  WS-PAGE-HEADING            PIC X(34) VALUE
           'PROMOTION PROCESSING EXCEPTIONS   '.
       01  WS-EXCEPTION-LINE.
                 MOVE 'NEW DATE NOT AFTER CURRENT PROMOTION'
                    TO RPT-REASON
                 PERFORM P260-WRITE-EXCEPTION
              WHEN PDC-NEW-REG-PAY-X NOT = SPACES
                 AND (PDC-NEW-REG-PAY IS NOT NUMERIC
                      OR PDC-NEW-REG-PAY = ZERO)
                 MOVE 'NEW REGULAR PAY NOT A VALID AMOUNT'
                    TO RPT-REASON
                 PERFORM P260-WRITE-EXCEPTION
              WHEN OTHER
                 PERFORM P240-UPDATE-MASTER
           END-EVALUATE.
              AND EMP-SERVICE-YEARS < 99
              ADD 1 TO EMP-SERVICE-YEARS
           END-IF
           IF EMP-REG-PAY IS NUMERIC
              MOVE EMP-REG-PAY TO WS-OLD-REG-PAY
           ELSE
              MOVE ZERO TO WS-OLD-REG-PAY
           END-IF
           IF PDC-NEW-REG-PAY-X NOT = SPACES
              MOVE PDC-NEW-REG-PAY TO EMP-REG-PAY
              MOVE PDC-NEW-DATE    TO EMP-PAY-EFF-DATE
           END-IF
           REWRITE EMPLOYEE
           IF EMP-FILE-STATUS = '00' THEN
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM P250-WRITE-AUDIT
              IF PDC-NEW-REG-PAY-X NOT = SPACES
                 AND EMP-REG-PAY NOT = WS-OLD-REG-PAY
                 PERFORM P255-WRITE-PAY-HISTORY
              END-IF
           ELSE
              MOVE 'REWRITE FAILED ON MASTER' TO RPT-REASON
              PERFORM P260-WRITE-EXCEPTION
              DISPLAY 'ERROR ON AUDIT LOG OPEN - FILE STATUS '
                 EMP-AUDIT-STATUS
           END-IF.
       P255-WRITE-PAY-HISTORY.
      ***************************************************************
      * THE PROMOTION'S NEW REGULAR PAY, EFFECTIVE ON THE           *
      * PROMOTION DATE, GOES TO THE PAY HISTORY.                    *
      ***************************************************************
           OPEN EXTEND SALARY-HISTORY-FILE
           IF SALHIST-STATUS = '00' OR '05' THEN
              MOVE SPACES          TO SALARY-HISTORY-RECORD
              MOVE EMP-ID          TO SH-EMP-ID
              MOVE PDC-NEW-DATE    TO SH-EFF-DATE
              SET SH-REG-PAY       TO TRUE
              MOVE WS-OLD-REG-PAY  TO SH-OLD-VALUE
              MOVE EMP-REG-PAY     TO SH-NEW-VALUE
              SET SH-PROMOTION     TO TRUE
              MOVE 'COBVS23'       TO SH-PROGRAM
              MOVE WS-CURRENT-DATE TO SH-RECORDED-DATE
              MOVE WS-CURRENT-TIME TO SH-RECORDED-TIME
              WRITE SALARY-HISTORY-RECORD
              CLOSE SALARY-HISTORY-FILE
           ELSE
              DISPLAY 'ERROR ON PAY HISTORY OPEN - FILE STATUS '
                 SALHIST-STATUS
           END-IF.
       P260-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE PDC-EMP-ID TO RPT-EMP-ID
