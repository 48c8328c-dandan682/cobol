       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LEAVERPT.
      *****************************************************************
      * LEAVE BALANCE REPORT BY DEPARTMENT. WALKS THE EMPLOYEE VSAM   *
      * MASTER (SKIPPING SOFT-DELETED RECORDS THE COBVS13 WAY),       *
      * RESOLVES EACH ACTIVE EMPLOYEE THROUGH THE empdept.dat         *
      * ASSIGNMENTS COBVS19 MAINTAINS, AND PRINTS PER DEPARTMENT ONE  *
      * LINE PER EMPLOYEE WITH THE VACATION AND SICK BALANCES THE     *
      * LEAVEACC CYCLE KEEPS ON empleave.dat, THE DAYS TAKEN THIS     *
      * YEAR AND THE DAYS BOOKED ON leavereq.dat BUT NOT YET TAKEN,   *
      * WITH DEPARTMENT AND GRAND TOTALS. UNASSIGNED EMPLOYEES AND    *
      * ASSIGNMENTS TO UNKNOWN DEPARTMENTS PRINT IN GROUPS OF THEIR   *
      * OWN, THE COBVS20 WAY.                                         *
      *****************************************************************
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

           SELECT DEPT-FILE ASSIGN TO "DEPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-DEPT-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "empdept.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-ASSIGN-STATUS.

           SELECT OPTIONAL LEAVE-BALANCE-FILE ASSIGN TO "empleave.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-BALANCE-STATUS.

           SELECT OPTIONAL LEAVE-REQUEST-FILE ASSIGN TO "leavereq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-REQUEST-STATUS.

           SELECT LEAVE-BALANCE-REPORT ASSIGN TO "leavebal.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.

       FD  DEPT-FILE.
       01  DEPT-RECORD.
           05 DEPT-CODE             PIC X(04).
           05 FILLER                PIC X(01).
           05 DEPT-NAME             PIC X(20).

       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 ASG-EMP-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 ASG-DEPT-CODE         PIC X(04).

       FD  LEAVE-BALANCE-FILE.
           COPY LVEREC.

       FD  LEAVE-REQUEST-FILE.
           COPY LVQREC.

       FD  LEAVE-BALANCE-REPORT.
       01  PRINT-LINE               PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 SW-END-OF-FILE-SWITCH   PIC X(01) VALUE 'N'.
              88   SW-END-OF-FILE               VALUE 'Y'.
              88   SW-NOT-END-OF-FILE           VALUE 'N'.
       01  EMP-FILE-STATUS.
           05 EMPFILE-STAT1           PIC X.
           05 EMPFILE-STAT2           PIC X.
       01  WS-DEPT-STATUS             PIC X(02).
       01  WS-ASSIGN-STATUS           PIC X(02).
       01  WS-BALANCE-STATUS          PIC X(02).
       01  WS-REQUEST-STATUS          PIC X(02).
       01  WS-EOF-FLAG                PIC X(01) VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DEPT-CODE         PIC X(04).
              10 WS-DEPT-NAME         PIC X(20).
       01  WS-DEPT-COUNT              PIC 99 VALUE ZERO.
       01  WS-DEPT-IDX                PIC 99 VALUE ZERO.
       01  WS-DEPT-FOUND              PIC 99 VALUE ZERO.
      * GROUP NUMBERS ABOVE THE DEPARTMENT TABLE FOR THE TWO
      * GROUPS THAT ARE NOT DEPARTMENTS.
       01  WS-UNKNOWN-GROUP           PIC 99 VALUE 98.
       01  WS-UNASSIGNED-GROUP        PIC 99 VALUE 99.
       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 2000 TIMES.
              10 WS-ASG-EMP-ID        PIC 9(04).
              10 WS-ASG-DEPT          PIC X(04).
       01  WS-ASSIGN-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ASSIGN-IDX              PIC 9(04) VALUE ZERO.
       01  WS-ASSIGN-FOUND            PIC 9(04) VALUE ZERO.
      * THE empleave.dat BALANCES WITH THE PENDING DAYS ADDED UP
      * FROM leavereq.dat.
       01  WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 2000 TIMES.
              10 WS-BAL-EMP-ID        PIC 9(04).
              10 WS-BAL-VAC           PIC 9(03)V99.
              10 WS-BAL-SICK          PIC 9(03)V99.
              10 WS-BAL-VAC-TAKEN     PIC 9(03)V99.
              10 WS-BAL-SICK-TAKEN    PIC 9(03)V99.
              10 WS-BAL-PENDING       PIC 9(04)V99.
       01  WS-BAL-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-BAL-IDX                 PIC 9(04) VALUE ZERO.
       01  WS-BAL-FOUND               PIC 9(04) VALUE ZERO.
      * THE ACTIVE EMPLOYEES IN MASTER ORDER WITH THEIR GROUP.
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES.
              10 WS-EMP-ID            PIC 9(04).
              10 WS-EMP-NAME          PIC X(20).
              10 WS-EMP-GROUP         PIC 99.
              10 WS-EMP-BAL           PIC 9(04).
       01  WS-EMP-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-EMP-IDX                 PIC 9(04) VALUE ZERO.
       01  WS-GROUP                   PIC 99 VALUE ZERO.
       01  WS-GROUP-HEADS             PIC 9(05) VALUE ZERO.
       01  WS-NO-LINE-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-GROUP-TOTALS.
           05 WS-GRP-VAC              PIC 9(07)V99.
           05 WS-GRP-SICK             PIC 9(07)V99.
           05 WS-GRP-VAC-TAKEN        PIC 9(07)V99.
           05 WS-GRP-SICK-TAKEN       PIC 9(07)V99.
           05 WS-GRP-PENDING          PIC 9(07)V99.
       01  WS-GRAND-TOTALS.
           05 WS-GRD-VAC              PIC 9(07)V99.
           05 WS-GRD-SICK             PIC 9(07)V99.
           05 WS-GRD-VAC-TAKEN        PIC 9(07)V99.
           05 WS-GRD-SICK-TAKEN       PIC 9(07)V99.
           05 WS-GRD-PENDING          PIC 9(07)V99.
       01  WS-REPORT-HEADING          PIC X(33) VALUE
           'LEAVE BALANCES BY DEPARTMENT     '.
       01  WS-COLUMN-LINE.
           05 FILLER                  PIC X(28) VALUE
              '  EMP  NAME'.
           05 FILLER                  PIC X(50) VALUE
              '   VAC BAL  SICK BAL   VAC TKN  SICK TKN   PENDING'.
       01  WS-GROUP-LINE.
           05 FILLER                  PIC X(06) VALUE ' DEPT '.
           05 RPT-GROUP-CODE          PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPT-GROUP-NAME          PIC X(20).
       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-EMP-ID              PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-EMP-NAME            PIC X(20).
           05 RPT-VAC                 PIC ZZZZZZ9.99.
           05 RPT-SICK                PIC ZZZZZZ9.99.
           05 RPT-VAC-TAKEN           PIC ZZZZZZ9.99.
           05 RPT-SICK-TAKEN          PIC ZZZZZZ9.99.
           05 RPT-PENDING             PIC ZZZZZZ9.99.
       01  WS-RECAP-LINE.
           05 RPT-RECAP-LABEL         PIC X(26).
           05 RPT-RECAP-COUNT         PIC ZZZZ9.
       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION
           PERFORM P200-MAINLINE
           PERFORM P300-TERMINATION
           GOBACK.
       P100-INITIALIZATION.
           DISPLAY 'LEAVERPT - LEAVE BALANCES BY DEPARTMENT'
           PERFORM P110-LOAD-DEPT-FILE
           PERFORM P120-LOAD-ASSIGN-FILE
           PERFORM P130-LOAD-BALANCES
           PERFORM P140-LOAD-PENDING
           OPEN INPUT EMPLOYEE-VS-FILE
           IF EMP-FILE-STATUS = '00' OR '97' THEN
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ON OPEN - FILE STATUS ' EMP-FILE-STATUS
              SET SW-END-OF-FILE TO TRUE.
           INITIALIZE EMPLOYEE.
       P110-LOAD-DEPT-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = '00'
              DISPLAY 'NO DEPT.DAT - DEPARTMENT NAMES UNKNOWN'
           ELSE
              PERFORM UNTIL WS-EOF OR WS-DEPT-COUNT >= 50
                 READ DEPT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DEPT-CODE
                          TO WS-DEPT-CODE(WS-DEPT-COUNT)
                       MOVE DEPT-NAME
                          TO WS-DEPT-NAME(WS-DEPT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE DEPT-FILE
           END-IF.
       P120-LOAD-ASSIGN-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = '00'
              DISPLAY 'NO empdept.dat - ALL EMPLOYEES UNASSIGNED'
           ELSE
              PERFORM UNTIL WS-EOF OR WS-ASSIGN-COUNT >= 2000
                 READ ASSIGN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ASSIGN-COUNT
                       MOVE ASG-EMP-ID
                          TO WS-ASG-EMP-ID(WS-ASSIGN-COUNT)
                       MOVE ASG-DEPT-CODE
                          TO WS-ASG-DEPT(WS-ASSIGN-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ASSIGN-FILE
           END-IF.
       P130-LOAD-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-BALANCE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-BAL-COUNT >= 2000
                 READ LEAVE-BALANCE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-BAL-COUNT
                       MOVE LV-EMP-ID
                          TO WS-BAL-EMP-ID(WS-BAL-COUNT)
                       MOVE LV-VAC-BALANCE
                          TO WS-BAL-VAC(WS-BAL-COUNT)
                       MOVE LV-SICK-BALANCE
                          TO WS-BAL-SICK(WS-BAL-COUNT)
                       MOVE LV-VAC-TAKEN
                          TO WS-BAL-VAC-TAKEN(WS-BAL-COUNT)
                       MOVE LV-SICK-TAKEN
                          TO WS-BAL-SICK-TAKEN(WS-BAL-COUNT)
                       MOVE ZERO TO WS-BAL-PENDING(WS-BAL-COUNT)
                 END-READ
              END-PERFORM
              CLOSE LEAVE-BALANCE-FILE
           END-IF
           IF WS-BAL-COUNT = ZERO
              DISPLAY 'NO empleave.dat BALANCES - RUN LEAVEACC FIRST'
           END-IF.
       P140-LOAD-PENDING.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEAVE-REQUEST-FILE
           IF WS-REQUEST-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ LEAVE-REQUEST-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF LQ-PENDING
                          PERFORM P145-ADD-PENDING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEAVE-REQUEST-FILE
           END-IF.
       P145-ADD-PENDING.
           MOVE ZERO TO WS-BAL-FOUND
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
              UNTIL WS-BAL-IDX > WS-BAL-COUNT
              IF WS-BAL-EMP-ID(WS-BAL-IDX) = LQ-EMP-ID
                 MOVE WS-BAL-IDX TO WS-BAL-FOUND
              END-IF
           END-PERFORM
           IF WS-BAL-FOUND > ZERO
              ADD LQ-DAYS TO WS-BAL-PENDING(WS-BAL-FOUND)
           END-IF.
       P200-MAINLINE.
           PERFORM UNTIL SW-END-OF-FILE
              READ EMPLOYEE-VS-FILE
              IF EMP-FILE-STATUS = '00' THEN
                 IF NOT EMP-IS-DELETED AND WS-EMP-COUNT < 2000
                    PERFORM P210-STORE-EMPLOYEE
                 END-IF
              ELSE
                 SET SW-END-OF-FILE TO TRUE
              END-IF
           END-PERFORM.
       P210-STORE-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT
           MOVE EMP-ID TO WS-EMP-ID(WS-EMP-COUNT)
           MOVE SPACES TO WS-EMP-NAME(WS-EMP-COUNT)
           STRING EMP-LAST-NAME DELIMITED BY '  '
              ', ' EMP-FIRST-NAME(1:1)
              DELIMITED BY SIZE INTO WS-EMP-NAME(WS-EMP-COUNT)
           MOVE ZERO TO WS-ASSIGN-FOUND
           PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
              UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
              IF WS-ASG-EMP-ID(WS-ASSIGN-IDX) = EMP-ID
                 MOVE WS-ASSIGN-IDX TO WS-ASSIGN-FOUND
              END-IF
           END-PERFORM
           IF WS-ASSIGN-FOUND = ZERO
              MOVE WS-UNASSIGNED-GROUP TO WS-EMP-GROUP(WS-EMP-COUNT)
           ELSE
              MOVE ZERO TO WS-DEPT-FOUND
              PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                 IF WS-DEPT-CODE(WS-DEPT-IDX)
                    = WS-ASG-DEPT(WS-ASSIGN-FOUND)
                    MOVE WS-DEPT-IDX TO WS-DEPT-FOUND
                 END-IF
              END-PERFORM
              IF WS-DEPT-FOUND = ZERO
                 MOVE WS-UNKNOWN-GROUP TO WS-EMP-GROUP(WS-EMP-COUNT)
              ELSE
                 MOVE WS-DEPT-FOUND TO WS-EMP-GROUP(WS-EMP-COUNT)
              END-IF
           END-IF
           MOVE ZERO TO WS-BAL-FOUND
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
              UNTIL WS-BAL-IDX > WS-BAL-COUNT
              IF WS-BAL-EMP-ID(WS-BAL-IDX) = EMP-ID
                 MOVE WS-BAL-IDX TO WS-BAL-FOUND
              END-IF
           END-PERFORM
           MOVE WS-BAL-FOUND TO WS-EMP-BAL(WS-EMP-COUNT)
           IF WS-BAL-FOUND = ZERO
              ADD 1 TO WS-NO-LINE-COUNT
           END-IF.
       P300-TERMINATION.
           CLOSE EMPLOYEE-VS-FILE
           INITIALIZE WS-GRAND-TOTALS
           OPEN OUTPUT LEAVE-BALANCE-REPORT
           WRITE PRINT-LINE FROM WS-REPORT-HEADING
           WRITE PRINT-LINE FROM WS-BLANK-LINE
           WRITE PRINT-LINE FROM WS-COLUMN-LINE
           PERFORM P310-PRINT-GROUP
              VARYING WS-GROUP FROM 1 BY 1
              UNTIL WS-GROUP > WS-DEPT-COUNT
           MOVE WS-UNKNOWN-GROUP TO WS-GROUP
           PERFORM P310-PRINT-GROUP
           MOVE WS-UNASSIGNED-GROUP TO WS-GROUP
           PERFORM P310-PRINT-GROUP
           WRITE PRINT-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'GRAND TOTAL' TO RPT-EMP-NAME
           MOVE WS-GRD-VAC        TO RPT-VAC
           MOVE WS-GRD-SICK       TO RPT-SICK
           MOVE WS-GRD-VAC-TAKEN  TO RPT-VAC-TAKEN
           MOVE WS-GRD-SICK-TAKEN TO RPT-SICK-TAKEN
           MOVE WS-GRD-PENDING    TO RPT-PENDING
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           WRITE PRINT-LINE FROM WS-BLANK-LINE
           MOVE 'ACTIVE EMPLOYEES:         ' TO RPT-RECAP-LABEL
           MOVE WS-EMP-COUNT TO RPT-RECAP-COUNT
           WRITE PRINT-LINE FROM WS-RECAP-LINE
           MOVE 'NO LEAVE BALANCE LINE:    ' TO RPT-RECAP-LABEL
           MOVE WS-NO-LINE-COUNT TO RPT-RECAP-COUNT
           WRITE PRINT-LINE FROM WS-RECAP-LINE
           CLOSE LEAVE-BALANCE-REPORT
           DISPLAY 'ACTIVE EMPLOYEES:    ' WS-EMP-COUNT
           DISPLAY 'NO LEAVE BALANCE:    ' WS-NO-LINE-COUNT
           DISPLAY 'LEAVERPT - SUCCESSFULLY ENDED'.
       P310-PRINT-GROUP.
      ***************************************************************
      * ONE DEPARTMENT: HEADING, ITS EMPLOYEES AND ITS TOTAL. THE   *
      * UNKNOWN AND UNASSIGNED GROUPS ONLY PRINT WHEN THEY HOLD     *
      * SOMEONE.                                                    *
      ***************************************************************
           INITIALIZE WS-GROUP-TOTALS
           MOVE ZERO TO WS-GROUP-HEADS
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
              IF WS-EMP-GROUP(WS-EMP-IDX) = WS-GROUP
                 ADD 1 TO WS-GROUP-HEADS
              END-IF
           END-PERFORM
           IF WS-GROUP <= WS-DEPT-COUNT OR WS-GROUP-HEADS > ZERO
              EVALUATE WS-GROUP
                 WHEN WS-UNKNOWN-GROUP
                    MOVE '????' TO RPT-GROUP-CODE
                    MOVE 'UNKNOWN DEPARTMENT' TO RPT-GROUP-NAME
                 WHEN WS-UNASSIGNED-GROUP
                    MOVE 'UNKN' TO RPT-GROUP-CODE
                    MOVE 'UNASSIGNED' TO RPT-GROUP-NAME
                 WHEN OTHER
                    MOVE WS-DEPT-CODE(WS-GROUP) TO RPT-GROUP-CODE
                    MOVE WS-DEPT-NAME(WS-GROUP) TO RPT-GROUP-NAME
              END-EVALUATE
              WRITE PRINT-LINE FROM WS-BLANK-LINE
              WRITE PRINT-LINE FROM WS-GROUP-LINE
              PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                 UNTIL WS-EMP-IDX > WS-EMP-COUNT
                 IF WS-EMP-GROUP(WS-EMP-IDX) = WS-GROUP
                    PERFORM P320-PRINT-EMPLOYEE
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE 'DEPARTMENT TOTAL' TO RPT-EMP-NAME
              MOVE WS-GRP-VAC        TO RPT-VAC
              MOVE WS-GRP-SICK       TO RPT-SICK
              MOVE WS-GRP-VAC-TAKEN  TO RPT-VAC-TAKEN
              MOVE WS-GRP-SICK-TAKEN TO RPT-SICK-TAKEN
              MOVE WS-GRP-PENDING    TO RPT-PENDING
              WRITE PRINT-LINE FROM WS-DETAIL-LINE
              ADD WS-GRP-VAC        TO WS-GRD-VAC
              ADD WS-GRP-SICK       TO WS-GRD-SICK
              ADD WS-GRP-VAC-TAKEN  TO WS-GRD-VAC-TAKEN
              ADD WS-GRP-SICK-TAKEN TO WS-GRD-SICK-TAKEN
              ADD WS-GRP-PENDING    TO WS-GRD-PENDING
           END-IF.
       P320-PRINT-EMPLOYEE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-EMP-ID(WS-EMP-IDX)   TO RPT-EMP-ID
           MOVE WS-EMP-NAME(WS-EMP-IDX) TO RPT-EMP-NAME
           MOVE WS-EMP-BAL(WS-EMP-IDX)  TO WS-BAL-IDX
           IF WS-BAL-IDX = ZERO
              MOVE ZERO TO RPT-VAC RPT-SICK RPT-VAC-TAKEN
                           RPT-SICK-TAKEN RPT-PENDING
           ELSE
              MOVE WS-BAL-VAC(WS-BAL-IDX)        TO RPT-VAC
              MOVE WS-BAL-SICK(WS-BAL-IDX)       TO RPT-SICK
              MOVE WS-BAL-VAC-TAKEN(WS-BAL-IDX)  TO RPT-VAC-TAKEN
              MOVE WS-BAL-SICK-TAKEN(WS-BAL-IDX) TO RPT-SICK-TAKEN
              MOVE WS-BAL-PENDING(WS-BAL-IDX)    TO RPT-PENDING
              ADD WS-BAL-VAC(WS-BAL-IDX)         TO WS-GRP-VAC
              ADD WS-BAL-SICK(WS-BAL-IDX)        TO WS-GRP-SICK
              ADD WS-BAL-VAC-TAKEN(WS-BAL-IDX)   TO WS-GRP-VAC-TAKEN
              ADD WS-BAL-SICK-TAKEN(WS-BAL-IDX)  TO WS-GRP-SICK-TAKEN
              ADD WS-BAL-PENDING(WS-BAL-IDX)     TO WS-GRP-PENDING
           END-IF
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.
      ***************************************************************
      * END OF SOURCE CODE.                                         *
      ***************************************************************
