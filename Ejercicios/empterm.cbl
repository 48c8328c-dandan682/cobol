       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EMPTERM.
      *****************************************************************
      * EMPLOYEE TERMINATION PROCESSING. READS termtran.dat - ONE     *
      * LEAVER PER LINE: EMP ID, LAST DAY WORKED (YYYY-MM-DD) AND A   *
      * REASON CODE (SEE SEPREC) - AND FOR EACH ONE:                  *
      *   - FLAGS THE MASTER RECORD TERMINATED (EMP-IS-TERMINATED),   *
      *     SO COBVS17 NO LONGER EXTRACTS IT FOR PAYROLL              *
      *   - ENDS THE empdept.dat DEPARTMENT ASSIGNMENT                *
      *   - WORKS OUT THE FINAL PAY: SALARY PRO RATA TO THE LAST DAY  *
      *     OF THE CURRENT timesheet.dat PAY PERIOD, THE PERIOD'S     *
      *     TIMESHEET HOURS UP TO THE LAST DAY (OVERTIME AT TIME AND  *
      *     A HALF, AS COBTRN6), AND THE UNUSED empleave.dat VACATION *
      *     PAID OUT AT A DAY'S PAY (A TENTH OF THE PERIOD SALARY     *
      *     PLUS EIGHT HOURS AT THE HOURLY RATE), WHICH IS THEN TAKEN *
      *     OFF THE BALANCE                                           *
      *   - APPENDS THE RESULT TO THE empterm.dat REGISTER AND A      *
      *     TERMINATED LINE TO cobvs4-audit.log                       *
      *   - PRINTS A TERMINATION CHECKLIST (termchk.rpt) OF WHAT WAS  *
      *     DONE AND WHAT IS LEFT FOR HR AND PAYROLL TO DO BY HAND,   *
      *     INCLUDING GIVING ANYONE WHO REPORTED TO THE LEAVER        *
      *     (empmgr.dat) A NEW MANAGER.                               *
      * A LAST DAY AFTER TODAY IS REJECTED - A LEAVER IS ENTERED ONCE *
      * THEY HAVE GONE, OR THEY WOULD DROP OUT OF THE PAY RUN EARLY.  *
      * RETURN CODE 0 ALL APPLIED, 4 SOME REJECTED OR NOTHING TO DO,  *
      * 12 MASTER FILE NOT AVAILABLE.                                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           FILE STATUS  IS EMP-FILE-STATUS.

           SELECT TERM-TRANS-FILE ASSIGN TO "termtran.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS TERM-TRANS-STATUS.

           SELECT OPTIONAL ASSIGN-FILE ASSIGN TO "empdept.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-ASSIGN-STATUS.

           SELECT OPTIONAL LEAVE-BALANCE-FILE ASSIGN TO "empleave.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-LEAVE-STATUS.

           SELECT OPTIONAL TIMESHEET-FILE ASSIGN TO "timesheet.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-TIME-STATUS.

           SELECT OPTIONAL MANAGER-FILE ASSIGN TO "empmgr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-MANAGER-STATUS.

           SELECT OPTIONAL SEPARATION-FILE ASSIGN TO "empterm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-SEP-STATUS.

           SELECT OPTIONAL EMP-AUDIT-FILE
           ASSIGN TO "cobvs4-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS EMP-AUDIT-STATUS.

           SELECT CHECKLIST-REPORT ASSIGN TO "termchk.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.

       FD  TERM-TRANS-FILE.
       01  TERM-TRANS-RECORD.
           05 TT-EMP-ID             PIC X(04).
           05 FILLER                PIC X(01).
           05 TT-TERM-DATE          PIC X(10).
           05 FILLER                PIC X(01).
           05 TT-REASON             PIC X(02).

       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 ASG-EMP-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 ASG-DEPT-CODE         PIC X(04).

       FD  LEAVE-BALANCE-FILE.
           COPY LVEREC.

       FD  TIMESHEET-FILE.
           COPY TIMREC.

       FD  MANAGER-FILE.
           COPY MGRREC.

       FD  SEPARATION-FILE.
           COPY SEPREC.

       FD  EMP-AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUDIT-EMP-ID          PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-ACTION          PIC X(11).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-DATE            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-TIME            PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-IMAGE           PIC X(106).

       FD  CHECKLIST-REPORT.
       01  PRINT-LINE               PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 SW-END-OF-FILE-SWITCH   PIC X(01) VALUE 'N'.
              88   SW-END-OF-FILE               VALUE 'Y'.
              88   SW-NOT-END-OF-FILE           VALUE 'N'.
       01  EMP-FILE-STATUS.
           88 EMP-OPEN-OK                     VALUE '00' '97'.
           05 EMPFILE-STAT1           PIC X.
           05 EMPFILE-STAT2           PIC X.
       01  WS-OPEN-TRIES               PIC 9(02) VALUE ZERO.
       01  WS-OPEN-MAX-TRIES           PIC 9(02) VALUE 5.
       01  WS-OPEN-DELAY               PIC 9(04) COMP.
       01  TERM-TRANS-STATUS           PIC X(02).
       01  WS-TRANS-OPEN               PIC X(01) VALUE 'N'.
       01  WS-ASSIGN-STATUS            PIC X(02).
       01  WS-MANAGER-STATUS           PIC X(02).
       01  WS-LEAVE-STATUS             PIC X(02).
       01  WS-TIME-STATUS              PIC X(02).
       01  WS-SEP-STATUS               PIC X(02).
       01  EMP-AUDIT-STATUS            PIC X(02).
       01  WS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE         PIC 9(08).
           05 WS-CURRENT-TIME         PIC 9(06).
           05 FILLER                  PIC X(08).
       01  WS-TODAY-ISO                PIC X(10).
       01  WS-TRANS-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-TERM-DATE-NUM            PIC 9(08) VALUE ZERO.
      * DEPARTMENT ASSIGNMENTS, REWRITTEN WITHOUT THE LEAVERS.
       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 2000 TIMES.
              10 WS-ASG-EMP-ID        PIC 9(04).
              10 WS-ASG-DEPT          PIC X(04).
       01  WS-ASSIGN-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ASSIGN-IDX               PIC 9(04) VALUE ZERO.
       01  WS-ASSIGN-FOUND             PIC 9(04) VALUE ZERO.
       01  WS-ASSIGN-CHANGED           PIC X(01) VALUE 'N'.
      * WHO REPORTS TO WHOM, TO LIST A LEAVER'S DIRECT REPORTS.
       01  WS-MGR-TABLE.
           05 WS-MGR-ENTRY OCCURS 2000 TIMES.
              10 WS-MGR-EMP-ID         PIC 9(04).
              10 WS-MGR-MANAGER-ID     PIC 9(04).
       01  WS-MGR-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-MGR-IDX                  PIC 9(04) VALUE ZERO.
       01  WS-DIRECT-REPORTS           PIC 9(04) VALUE ZERO.
      * LEAVE BALANCES, KEPT AS WHOLE LVEREC IMAGES AND REWRITTEN
      * WITH THE PAID-OUT VACATION TAKEN OFF.
       01  WS-LEAVE-TABLE.
           05 WS-LEAVE-IMAGE          PIC X(49) OCCURS 2000 TIMES.
       01  WS-LEAVE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-LEAVE-IDX                PIC 9(04) VALUE ZERO.
       01  WS-LEAVE-FOUND              PIC 9(04) VALUE ZERO.
       01  WS-LEAVE-CHANGED            PIC X(01) VALUE 'N'.
      * THE CURRENT PAY PERIOD AND ITS TIMESHEET LINES.
       01  WS-PERIOD-START             PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-END               PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-START-ISO         PIC X(10) VALUE SPACES.
       01  WS-PERIOD-END-ISO           PIC X(10) VALUE SPACES.
       01  WS-PERIOD-DAYS              PIC 9(03) VALUE 14.
       01  WS-TS-TABLE.
           05 WS-TS-ENTRY OCCURS 3000 TIMES.
              10 WS-TS-EMP-ID         PIC 9(04).
              10 WS-TS-DATE           PIC 9(08).
              10 WS-TS-REG-HOURS      PIC 9(02)V99.
              10 WS-TS-OT-HOURS       PIC 9(02)V99.
       01  WS-TS-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-TS-IDX                   PIC 9(04) VALUE ZERO.
      * FINAL PAY FOR THE LEAVER IN HAND.
       01  WS-DAYS-WORKED              PIC S9(05) VALUE ZERO.
       01  WS-HOURLY-RATE              PIC 9(02)V99 VALUE ZERO.
       01  WS-REG-HOURS                PIC 9(05)V99 VALUE ZERO.
       01  WS-OT-HOURS                 PIC 9(05)V99 VALUE ZERO.
       01  WS-OT-FACTOR                PIC 9V9 VALUE 1.5.
       01  WS-DAY-RATE                 PIC 9(06)V99 VALUE ZERO.
       01  WS-SALARY-PAY               PIC 9(06)V99 VALUE ZERO.
       01  WS-HOURLY-PAY               PIC 9(06)V99 VALUE ZERO.
       01  WS-LEAVE-DAYS               PIC 9(03)V99 VALUE ZERO.
       01  WS-LEAVE-PAY                PIC 9(06)V99 VALUE ZERO.
       01  WS-FINAL-GROSS              PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-GROSS              PIC 9(09)V99 VALUE ZERO.
       01  WS-DEPT-ENDED               PIC X(04) VALUE SPACES.
      * REASON CODES AND THEIR DESCRIPTIONS FOR THE CHECKLIST.
       01  WS-REASON-VALUES.
           05 FILLER PIC X(22) VALUE 'RSRESIGNATION'.
           05 FILLER PIC X(22) VALUE 'RTRETIREMENT'.
           05 FILLER PIC X(22) VALUE 'DMDISMISSAL'.
           05 FILLER PIC X(22) VALUE 'RDREDUNDANCY'.
           05 FILLER PIC X(22) VALUE 'ECEND OF CONTRACT'.
           05 FILLER PIC X(22) VALUE 'DEDECEASED'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-REASON-ENTRY OCCURS 6 TIMES.
              10 WS-REASON-CODE       PIC X(02).
              10 WS-REASON-TEXT       PIC X(20).
       01  WS-REASON-IDX               PIC 9(02) VALUE ZERO.
       01  WS-REASON-DESC              PIC X(20) VALUE SPACES.
      * CHECKLIST LINES.
       01  WS-REPORT-HEADING.
           05 FILLER                  PIC X(34) VALUE
              'EMPTERM - TERMINATION CHECKLIST   '.
           05 RPT-RUN-DATE            PIC X(10).
       01  WS-PERIOD-LINE.
           05 FILLER                  PIC X(19) VALUE
              'CURRENT PAY PERIOD '.
           05 RPT-PERIOD-START        PIC X(10).
           05 FILLER                  PIC X(04) VALUE ' TO '.
           05 RPT-PERIOD-END          PIC X(10).
       01  WS-LEAVER-LINE.
           05 FILLER                  PIC X(09) VALUE 'EMPLOYEE '.
           05 RPT-EMP-ID              PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-EMP-NAME            PIC X(52).
       01  WS-LAST-DAY-LINE.
           05 FILLER                  PIC X(18) VALUE
              '  LAST DAY WORKED '.
           05 RPT-TERM-DATE           PIC X(10).
           05 FILLER                  PIC X(09) VALUE '  REASON '.
           05 RPT-REASON-CODE         PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPT-REASON-DESC         PIC X(20).
       01  WS-CHECK-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-CHECK-BOX           PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPT-CHECK-TEXT          PIC X(60).
       01  WS-AMOUNT-LINE.
           05 FILLER                  PIC X(08) VALUE SPACES.
           05 RPT-AMOUNT-LABEL        PIC X(34).
           05 RPT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
       01  WS-REJECT-LINE.
           05 FILLER                  PIC X(12) VALUE 'TRANSACTION '.
           05 RPT-TRANS-NUM           PIC ZZZZZ9.
           05 FILLER                  PIC X(05) VALUE ' EMP '.
           05 RPT-REJ-EMP-ID          PIC X(04).
           05 FILLER                  PIC X(12) VALUE ' REJECTED - '.
           05 RPT-REJ-REASON          PIC X(40).
       01  WS-COUNT-LINE.
           05 RPT-COUNT-LABEL         PIC X(26).
           05 RPT-COUNT               PIC ZZZZZ9.
       01  WS-GROSS-LINE.
           05 FILLER                  PIC X(26) VALUE
              'FINAL GROSS PAY TOTAL:    '.
           05 RPT-TOTAL-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
       01  WS-EDIT-DAYS                PIC ZZ9.
       01  WS-EDIT-LEAVE               PIC ZZ9.99.
       01  WS-EDIT-REPORTS             PIC ZZZ9.
       77 WS-DATEUTIL-PROG    PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       77 WS-NAMEFMT-PROG     PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME    PIC X(20).
          05 NF-LAST-NAME     PIC X(30).
          05 NF-LAST-FIRST    PIC X(52).
          05 NF-FIRST-LAST    PIC X(51).
       77  WS-LOGMSG-PROG             PIC X(6) VALUE 'LOGMSG'.
       01  LOGMSG-PARMS.
           05 LOG-PROGRAM             PIC X(8) VALUE 'EMPTERM'.
           05 LOG-SEVERITY            PIC X.
           05 LOG-MESSAGE             PIC X(80).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION
           PERFORM P200-MAINLINE
           PERFORM P300-TERMINATION
           GOBACK.
       P100-INITIALIZATION.
           DISPLAY 'EMPTERM - EMPLOYEE TERMINATION PROCESSING'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
              '-' WS-CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-ISO
           PERFORM P110-OPEN-WITH-RETRY
           IF EMP-FILE-STATUS = '00' OR '97' THEN
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ON OPEN - FILE STATUS ' EMP-FILE-STATUS
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'EMPLOYEE MASTER NOT AVAILABLE - NO TERMINATIONS'
                 TO LOG-MESSAGE
              PERFORM P900-WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT TERM-TRANS-FILE
           IF TERM-TRANS-STATUS NOT = '00'
              DISPLAY 'NO termtran.dat - NO TERMINATIONS TO PROCESS, '
                 'STATUS ' TERM-TRANS-STATUS
              SET SW-END-OF-FILE TO TRUE
           ELSE
              MOVE 'Y' TO WS-TRANS-OPEN
           END-IF
           PERFORM P120-LOAD-ASSIGNMENTS
           PERFORM P130-LOAD-LEAVE-BALANCES
           PERFORM P140-LOAD-TIMESHEETS
           PERFORM P150-LOAD-MANAGERS
           OPEN OUTPUT CHECKLIST-REPORT
           MOVE WS-TODAY-ISO TO RPT-RUN-DATE
           WRITE PRINT-LINE FROM WS-REPORT-HEADING
           IF WS-PERIOD-START > ZERO
              MOVE WS-PERIOD-START-ISO TO RPT-PERIOD-START
              MOVE WS-PERIOD-END-ISO   TO RPT-PERIOD-END
              WRITE PRINT-LINE FROM WS-PERIOD-LINE
           END-IF
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
       P110-OPEN-WITH-RETRY.
      ***************************************************************
      * OPEN THE VSAM FILE, RETRYING WITH A SHORT BACKOFF IF ANOTHER *
      * JOB HAS IT BUSY (FILE STATUS 93).                            *
      ***************************************************************
           MOVE ZERO TO WS-OPEN-TRIES
           PERFORM UNTIL EMP-OPEN-OK
              OR WS-OPEN-TRIES >= WS-OPEN-MAX-TRIES
              ADD 1 TO WS-OPEN-TRIES
              OPEN I-O EMPLOYEE-VS-FILE
              IF NOT EMP-OPEN-OK AND EMP-FILE-STATUS = '93' THEN
                 IF WS-OPEN-TRIES < WS-OPEN-MAX-TRIES
                    DISPLAY 'FILE BUSY, RETRY ' WS-OPEN-TRIES
                       ' OF ' WS-OPEN-MAX-TRIES
                    MOVE WS-OPEN-TRIES TO WS-OPEN-DELAY
                    CALL 'C$SLEEP' USING WS-OPEN-DELAY
                    END-CALL
                 END-IF
              ELSE
                 IF NOT EMP-OPEN-OK
                    MOVE WS-OPEN-MAX-TRIES TO WS-OPEN-TRIES
                 END-IF
              END-IF
           END-PERFORM.
       P120-LOAD-ASSIGNMENTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS = '00'
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
       P130-LOAD-LEAVE-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LEAVE-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-LEAVE-COUNT >= 2000
                 READ LEAVE-BALANCE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LEAVE-COUNT
                       MOVE LEAVE-BALANCE-RECORD
                          TO WS-LEAVE-IMAGE(WS-LEAVE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE LEAVE-BALANCE-FILE
           END-IF.
       P140-LOAD-TIMESHEETS.
      ***************************************************************
      * THE PERIOD LINE GIVES THE PAY PERIOD THE LAST SALARY IS     *
      * PRORATED OVER; THE DAY LINES GIVE THE HOURS NOT YET PAID.   *
      ***************************************************************
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TIMESHEET-FILE
           IF WS-TIME-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-TS-COUNT >= 3000
                 READ TIMESHEET-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM P145-STORE-TIMESHEET
                 END-READ
              END-PERFORM
              CLOSE TIMESHEET-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PERIOD-START > ZERO
              STRING WS-PERIOD-START(1:4) '-' WS-PERIOD-START(5:2)
                 '-' WS-PERIOD-START(7:2)
                 DELIMITED BY SIZE INTO WS-PERIOD-START-ISO
              STRING WS-PERIOD-END(1:4) '-' WS-PERIOD-END(5:2)
                 '-' WS-PERIOD-END(7:2)
                 DELIMITED BY SIZE INTO WS-PERIOD-END-ISO
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'DIFF' TO DU-FUNCTION
              MOVE WS-PERIOD-START-ISO TO DU-DATE-1
              MOVE WS-PERIOD-END-ISO   TO DU-DATE-2
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO AND DU-DAYS >= ZERO
                 COMPUTE WS-PERIOD-DAYS = DU-DAYS + 1
              ELSE
                 DISPLAY 'PAY PERIOD LINE UNUSABLE - '
                    WS-PERIOD-START ' TO ' WS-PERIOD-END
                 MOVE ZERO TO WS-PERIOD-START
              END-IF
           ELSE
              DISPLAY 'NO PAY PERIOD ON timesheet.dat - A FULL PERIOD '
                 'OF SALARY IS PAID'
           END-IF.
       P145-STORE-TIMESHEET.
           IF TSP-PERIOD
              MOVE TSP-START-DATE TO WS-PERIOD-START
              MOVE TSP-END-DATE   TO WS-PERIOD-END
           ELSE
              IF TS-EMP-ID IS NUMERIC AND TS-WORK-DATE IS NUMERIC
                 AND TS-REG-HOURS IS NUMERIC AND TS-OT-HOURS IS NUMERIC
                 ADD 1 TO WS-TS-COUNT
                 MOVE TS-EMP-ID    TO WS-TS-EMP-ID(WS-TS-COUNT)
                 MOVE TS-WORK-DATE TO WS-TS-DATE(WS-TS-COUNT)
                 MOVE TS-REG-HOURS TO WS-TS-REG-HOURS(WS-TS-COUNT)
                 MOVE TS-OT-HOURS  TO WS-TS-OT-HOURS(WS-TS-COUNT)
              END-IF
           END-IF.
       P150-LOAD-MANAGERS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MANAGER-FILE
           IF WS-MANAGER-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-MGR-COUNT >= 2000
                 READ MANAGER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-MGR-COUNT
                       MOVE MGR-EMP-ID
                          TO WS-MGR-EMP-ID(WS-MGR-COUNT)
                       MOVE MGR-MANAGER-ID
                          TO WS-MGR-MANAGER-ID(WS-MGR-COUNT)
                 END-READ
              END-PERFORM
              CLOSE MANAGER-FILE
           END-IF.
       P200-MAINLINE.
           PERFORM UNTIL SW-END-OF-FILE
              READ TERM-TRANS-FILE
                 AT END SET SW-END-OF-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-TRANS-COUNT
                    PERFORM P210-VALIDATE-TRANSACTION
                    IF WS-REJECT-REASON = SPACES
                       PERFORM P220-COMPUTE-FINAL-PAY
                       PERFORM P230-APPLY-TERMINATION
                    END-IF
                    IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM P260-PRINT-CHECKLIST
                    ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE WS-TRANS-COUNT   TO RPT-TRANS-NUM
                       MOVE TT-EMP-ID        TO RPT-REJ-EMP-ID
                       MOVE WS-REJECT-REASON TO RPT-REJ-REASON
                       WRITE PRINT-LINE FROM WS-REJECT-LINE
                       WRITE PRINT-LINE FROM WS-BLANK-LINE
                    END-IF
              END-READ
           END-PERFORM.
       P210-VALIDATE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REASON-DESC
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
              UNTIL WS-REASON-IDX > 6
              IF WS-REASON-CODE(WS-REASON-IDX) = TT-REASON
                 MOVE WS-REASON-TEXT(WS-REASON-IDX) TO WS-REASON-DESC
              END-IF
           END-PERFORM
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'VAL' TO DU-FUNCTION
           MOVE TT-TERM-DATE TO DU-DATE-1
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           EVALUATE TRUE
              WHEN TT-EMP-ID NOT NUMERIC
                 MOVE 'EMP ID IS NOT NUMERIC' TO WS-REJECT-REASON
              WHEN DU-RC NOT = ZERO
                 MOVE 'LAST DAY WORKED IS NOT A REAL DATE'
                    TO WS-REJECT-REASON
              WHEN TT-TERM-DATE > WS-TODAY-ISO
                 MOVE 'LAST DAY WORKED IS AFTER TODAY'
                    TO WS-REJECT-REASON
              WHEN WS-REASON-DESC = SPACES
                 MOVE 'UNKNOWN REASON CODE' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE TT-EMP-ID TO EMP-ID
                 READ EMPLOYEE-VS-FILE
                 IF EMP-FILE-STATUS NOT = '00'
                    MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
                 ELSE
                    IF EMP-IS-TERMINATED
                       MOVE 'EMPLOYEE ALREADY TERMINATED'
                          TO WS-REJECT-REASON
                    ELSE
                       IF EMP-IS-DELETED
                          MOVE 'EMPLOYEE IS DELETED'
                             TO WS-REJECT-REASON
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE
           MOVE TT-TERM-DATE(1:4) TO WS-TERM-DATE-NUM(1:4)
           MOVE TT-TERM-DATE(6:2) TO WS-TERM-DATE-NUM(5:2)
           MOVE TT-TERM-DATE(9:2) TO WS-TERM-DATE-NUM(7:2).
       P220-COMPUTE-FINAL-PAY.
      ***************************************************************
      * SALARY FOR THE DAYS OF THE CURRENT PERIOD UP TO THE LAST    *
      * DAY, THE PERIOD'S TIMESHEET HOURS UP TO THE LAST DAY, AND   *
      * THE UNUSED VACATION AT A DAY'S PAY.                         *
      ***************************************************************
           MOVE ZERO TO WS-SALARY-PAY WS-HOURLY-PAY WS-LEAVE-DAYS
                        WS-LEAVE-PAY WS-REG-HOURS WS-OT-HOURS
           MOVE ZERO TO WS-HOURLY-RATE
           IF EMP-HOURLY-RATE IS NUMERIC
              MOVE EMP-HOURLY-RATE TO WS-HOURLY-RATE
           END-IF
           IF EMP-REG-PAY NOT NUMERIC
              MOVE ZERO TO EMP-REG-PAY
           END-IF
           IF WS-PERIOD-START = ZERO
              MOVE WS-PERIOD-DAYS TO WS-DAYS-WORKED
           ELSE
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'DIFF' TO DU-FUNCTION
              MOVE WS-PERIOD-START-ISO TO DU-DATE-1
              MOVE TT-TERM-DATE        TO DU-DATE-2
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              COMPUTE WS-DAYS-WORKED = DU-DAYS + 1
              IF WS-DAYS-WORKED < ZERO
                 MOVE ZERO TO WS-DAYS-WORKED
              END-IF
              IF WS-DAYS-WORKED > WS-PERIOD-DAYS
                 MOVE WS-PERIOD-DAYS TO WS-DAYS-WORKED
              END-IF
           END-IF
           COMPUTE WS-SALARY-PAY ROUNDED =
              EMP-REG-PAY * WS-DAYS-WORKED / WS-PERIOD-DAYS
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
              UNTIL WS-TS-IDX > WS-TS-COUNT
              IF WS-TS-EMP-ID(WS-TS-IDX) = EMP-ID
                 AND WS-TS-DATE(WS-TS-IDX) NOT < WS-PERIOD-START
                 AND WS-TS-DATE(WS-TS-IDX) NOT > WS-TERM-DATE-NUM
                 ADD WS-TS-REG-HOURS(WS-TS-IDX) TO WS-REG-HOURS
                 ADD WS-TS-OT-HOURS(WS-TS-IDX)  TO WS-OT-HOURS
              END-IF
           END-PERFORM
           COMPUTE WS-HOURLY-PAY ROUNDED =
              (WS-REG-HOURS * WS-HOURLY-RATE)
              + (WS-OT-HOURS * WS-HOURLY-RATE * WS-OT-FACTOR)
           MOVE ZERO TO WS-LEAVE-FOUND
           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
              UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
              MOVE WS-LEAVE-IMAGE(WS-LEAVE-IDX) TO LEAVE-BALANCE-RECORD
              IF LV-EMP-ID = EMP-ID
                 MOVE WS-LEAVE-IDX TO WS-LEAVE-FOUND
              END-IF
           END-PERFORM
           IF WS-LEAVE-FOUND > ZERO
              MOVE WS-LEAVE-IMAGE(WS-LEAVE-FOUND)
                 TO LEAVE-BALANCE-RECORD
              IF LV-VAC-BALANCE IS NUMERIC
                 MOVE LV-VAC-BALANCE TO WS-LEAVE-DAYS
              END-IF
           END-IF
           COMPUTE WS-DAY-RATE ROUNDED =
              (EMP-REG-PAY / 10) + (WS-HOURLY-RATE * 8)
           COMPUTE WS-LEAVE-PAY ROUNDED = WS-LEAVE-DAYS * WS-DAY-RATE
           COMPUTE WS-FINAL-GROSS =
              WS-SALARY-PAY + WS-HOURLY-PAY + WS-LEAVE-PAY.
       P230-APPLY-TERMINATION.
           SET EMP-IS-TERMINATED TO TRUE
           REWRITE EMPLOYEE
           IF EMP-FILE-STATUS NOT = '00'
              STRING 'REWRITE FAILED - FILE STATUS '
                 EMP-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-REJECT-REASON
           ELSE
              PERFORM P240-END-ASSIGNMENT
              IF WS-LEAVE-FOUND > ZERO AND WS-LEAVE-DAYS > ZERO
                 MOVE WS-LEAVE-IMAGE(WS-LEAVE-FOUND)
                    TO LEAVE-BALANCE-RECORD
                 MOVE ZERO TO LV-VAC-BALANCE
                 MOVE LEAVE-BALANCE-RECORD
                    TO WS-LEAVE-IMAGE(WS-LEAVE-FOUND)
                 MOVE 'Y' TO WS-LEAVE-CHANGED
              END-IF
              PERFORM P245-WRITE-REGISTER
              PERFORM P250-WRITE-AUDIT
              ADD WS-FINAL-GROSS TO WS-TOTAL-GROSS
           END-IF.
       P240-END-ASSIGNMENT.
           MOVE SPACES TO WS-DEPT-ENDED
           MOVE ZERO TO WS-ASSIGN-FOUND
           PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
              UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
              IF WS-ASG-EMP-ID(WS-ASSIGN-IDX) = EMP-ID
                 MOVE WS-ASSIGN-IDX TO WS-ASSIGN-FOUND
              END-IF
           END-PERFORM
           IF WS-ASSIGN-FOUND > ZERO
              MOVE WS-ASG-DEPT(WS-ASSIGN-FOUND) TO WS-DEPT-ENDED
              PERFORM VARYING WS-ASSIGN-IDX FROM WS-ASSIGN-FOUND BY 1
                 UNTIL WS-ASSIGN-IDX >= WS-ASSIGN-COUNT
                 MOVE WS-ASSIGN-ENTRY(WS-ASSIGN-IDX + 1)
                    TO WS-ASSIGN-ENTRY(WS-ASSIGN-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-ASSIGN-COUNT
              MOVE 'Y' TO WS-ASSIGN-CHANGED
           END-IF.
       P245-WRITE-REGISTER.
           OPEN EXTEND SEPARATION-FILE
           IF WS-SEP-STATUS = '00' OR '05'
              MOVE SPACES          TO SEPARATION-RECORD
              MOVE EMP-ID          TO SEP-EMP-ID
              MOVE TT-TERM-DATE    TO SEP-TERM-DATE
              MOVE TT-REASON       TO SEP-REASON
              MOVE WS-DEPT-ENDED   TO SEP-DEPT-CODE
              MOVE WS-SALARY-PAY   TO SEP-SALARY-PAY
              MOVE WS-HOURLY-PAY   TO SEP-HOURLY-PAY
              MOVE WS-LEAVE-DAYS   TO SEP-LEAVE-DAYS
              MOVE WS-LEAVE-PAY    TO SEP-LEAVE-PAY
              MOVE WS-FINAL-GROSS  TO SEP-FINAL-GROSS
              MOVE WS-CURRENT-DATE TO SEP-PROCESSED-DATE
              WRITE SEPARATION-RECORD
              CLOSE SEPARATION-FILE
           ELSE
              DISPLAY 'ERROR ON empterm.dat OPEN - FILE STATUS '
                 WS-SEP-STATUS
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'TERMINATION REGISTER NOT WRITTEN - SEE CHECKLIST'
                 TO LOG-MESSAGE
              PERFORM P900-WRITE-OPS-LOG
           END-IF.
       P250-WRITE-AUDIT.
      ***************************************************************
      * APPEND ONE LINE TO THE AUDIT HISTORY FILE FOR THIS LEAVER,  *
      * WITH THE AFTER-IMAGE COBVS21 REPLAYS.                       *
      ***************************************************************
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND EMP-AUDIT-FILE
           IF EMP-AUDIT-STATUS = '00' OR '05' THEN
              MOVE SPACES          TO AUDIT-RECORD
              MOVE EMP-ID          TO AUDIT-EMP-ID
              MOVE 'TERMINATED'    TO AUDIT-ACTION
              MOVE WS-CURRENT-DATE TO AUDIT-DATE
              MOVE WS-CURRENT-TIME TO AUDIT-TIME
              MOVE EMPLOYEE        TO AUDIT-IMAGE
              WRITE AUDIT-RECORD
              CLOSE EMP-AUDIT-FILE
           ELSE
              DISPLAY 'ERROR ON AUDIT LOG OPEN - FILE STATUS '
                 EMP-AUDIT-STATUS
           END-IF.
       P260-PRINT-CHECKLIST.
      ***************************************************************
      * WHAT THIS RUN DID IS TICKED; WHAT IS LEFT TO DO BY HAND IS  *
      * PRINTED WITH AN EMPTY BOX.                                  *
      ***************************************************************
           MOVE EMP-ID TO RPT-EMP-ID
           MOVE EMP-FIRST-NAME TO NF-FIRST-NAME
           MOVE EMP-LAST-NAME  TO NF-LAST-NAME
           CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
              ON EXCEPTION
                 MOVE EMP-LAST-NAME TO NF-LAST-FIRST
           END-CALL
           MOVE NF-LAST-FIRST TO RPT-EMP-NAME
           WRITE PRINT-LINE FROM WS-LEAVER-LINE
           MOVE TT-TERM-DATE   TO RPT-TERM-DATE
           MOVE TT-REASON      TO RPT-REASON-CODE
           MOVE WS-REASON-DESC TO RPT-REASON-DESC
           WRITE PRINT-LINE FROM WS-LAST-DAY-LINE
           MOVE '[X]' TO RPT-CHECK-BOX
           MOVE 'MASTER RECORD FLAGGED TERMINATED' TO RPT-CHECK-TEXT
           WRITE PRINT-LINE FROM WS-CHECK-LINE
           MOVE SPACES TO RPT-CHECK-TEXT
           IF WS-DEPT-ENDED = SPACES
              MOVE 'NO DEPARTMENT ASSIGNMENT WAS ON FILE'
                 TO RPT-CHECK-TEXT
           ELSE
              STRING 'DEPARTMENT ASSIGNMENT ENDED - ' WS-DEPT-ENDED
                 DELIMITED BY SIZE INTO RPT-CHECK-TEXT
           END-IF
           WRITE PRINT-LINE FROM WS-CHECK-LINE
           MOVE 'FINAL PAY CALCULATED' TO RPT-CHECK-TEXT
           WRITE PRINT-LINE FROM WS-CHECK-LINE
           MOVE WS-DAYS-WORKED TO WS-EDIT-DAYS
           MOVE SPACES TO RPT-AMOUNT-LABEL
           STRING 'SALARY FOR ' WS-EDIT-DAYS ' DAYS OF THE PERIOD'
              DELIMITED BY SIZE INTO RPT-AMOUNT-LABEL
           MOVE WS-SALARY-PAY TO RPT-AMOUNT
           WRITE PRINT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TIMESHEET HOURS TO THE LAST DAY' TO RPT-AMOUNT-LABEL
           MOVE WS-HOURLY-PAY TO RPT-AMOUNT
           WRITE PRINT-LINE FROM WS-AMOUNT-LINE
           MOVE WS-LEAVE-DAYS TO WS-EDIT-LEAVE
           MOVE SPACES TO RPT-AMOUNT-LABEL
           STRING 'VACATION PAYOUT ' WS-EDIT-LEAVE ' DAYS'
              DELIMITED BY SIZE INTO RPT-AMOUNT-LABEL
           MOVE WS-LEAVE-PAY TO RPT-AMOUNT
           WRITE PRINT-LINE FROM WS-AMOUNT-LINE
           MOVE 'FINAL GROSS PAY' TO RPT-AMOUNT-LABEL
           MOVE WS-FINAL-GROSS TO RPT-AMOUNT
           WRITE PRINT-LINE FROM WS-AMOUNT-LINE
           IF WS-PERIOD-START = ZERO
              MOVE '[ ]' TO RPT-CHECK-BOX
              MOVE 'NO PAY PERIOD ON FILE - FULL PERIOD SALARY PAID, '
                 TO RPT-CHECK-TEXT
              WRITE PRINT-LINE FROM WS-CHECK-LINE
              MOVE '   ' TO RPT-CHECK-BOX
              MOVE 'CONFIRM AGAINST THE LAST PAY RUN'
                 TO RPT-CHECK-TEXT
              WRITE PRINT-LINE FROM WS-CHECK-LINE
           END-IF
           MOVE '[X]' TO RPT-CHECK-BOX
           IF WS-LEAVE-DAYS > ZERO
              MOVE 'VACATION BALANCE PAID OUT AND CLEARED'
                 TO RPT-CHECK-TEXT
              WRITE PRINT-LINE FROM WS-CHECK-LINE
           END-IF
           MOVE 'TERMINATION JOURNALLED TO cobvs4-audit.log'
              TO RPT-CHECK-TEXT
           WRITE PRINT-LINE FROM WS-CHECK-LINE
           MOVE '[ ]' TO RPT-CHECK-BOX
           MOVE 'PAY THE FINAL GROSS - LEAVERS ARE NOT IN THE PAY RUN'
              TO RPT-CHECK-TEXT
           WRITE PRINT-LINE FROM WS-CHECK-LINE
           MOVE 'CLOSE THE DIRECT DEPOSIT ACCOUNT IN BANKMNT'
              TO RPT-CHECK-TEXT
           WRITE PRINT-LINE FROM WS-CHECK-LINE
           MOVE 'CANCEL ANY PENDING LEAVE REQUESTS IN LEAVEMNT'
              TO RPT-CHECK-TEXT
           WRITE PRINT-LINE FROM WS-CHECK-LINE
           MOVE 'RECOVER EQUIPMENT AND BADGE, REVOKE SYSTEM ACCESS'
              TO RPT-CHECK-TEXT
           WRITE PRINT-LINE FROM WS-CHECK-LINE
           MOVE ZERO TO WS-DIRECT-REPORTS
           PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
              UNTIL WS-MGR-IDX > WS-MGR-COUNT
              IF WS-MGR-MANAGER-ID(WS-MGR-IDX) = EMP-ID
                 ADD 1 TO WS-DIRECT-REPORTS
              END-IF
           END-PERFORM
           IF WS-DIRECT-REPORTS > ZERO
              MOVE WS-DIRECT-REPORTS TO WS-EDIT-REPORTS
              MOVE SPACES TO RPT-CHECK-TEXT
              STRING 'GIVE DIRECT REPORTS A NEW MANAGER IN COBVS19 -'
                 WS-EDIT-REPORTS
                 DELIMITED BY SIZE INTO RPT-CHECK-TEXT
              WRITE PRINT-LINE FROM WS-CHECK-LINE
           END-IF
           MOVE 'YEAR-END STATEMENT TO THE LAST KNOWN ADDRESS'
              TO RPT-CHECK-TEXT
           WRITE PRINT-LINE FROM WS-CHECK-LINE
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
       P300-TERMINATION.
           IF WS-ASSIGN-CHANGED = 'Y'
              PERFORM P310-REWRITE-ASSIGN-FILE
           END-IF
           IF WS-LEAVE-CHANGED = 'Y'
              PERFORM P320-REWRITE-LEAVE-FILE
           END-IF
           MOVE 'TERMINATIONS READ:        ' TO RPT-COUNT-LABEL
           MOVE WS-TRANS-COUNT TO RPT-COUNT
           WRITE PRINT-LINE FROM WS-COUNT-LINE
           MOVE 'TERMINATIONS APPLIED:     ' TO RPT-COUNT-LABEL
           MOVE WS-APPLIED-COUNT TO RPT-COUNT
           WRITE PRINT-LINE FROM WS-COUNT-LINE
           MOVE 'TERMINATIONS REJECTED:    ' TO RPT-COUNT-LABEL
           MOVE WS-REJECTED-COUNT TO RPT-COUNT
           WRITE PRINT-LINE FROM WS-COUNT-LINE
           MOVE WS-TOTAL-GROSS TO RPT-TOTAL-GROSS
           WRITE PRINT-LINE FROM WS-GROSS-LINE
           CLOSE EMPLOYEE-VS-FILE, CHECKLIST-REPORT
           IF WS-TRANS-OPEN = 'Y'
              CLOSE TERM-TRANS-FILE
           END-IF
           DISPLAY 'TERMINATIONS READ:     ' WS-TRANS-COUNT
           DISPLAY 'TERMINATIONS APPLIED:  ' WS-APPLIED-COUNT
           DISPLAY 'TERMINATIONS REJECTED: ' WS-REJECTED-COUNT
           MOVE SPACES TO LOG-MESSAGE
           STRING 'TERMINATIONS APPLIED ' WS-APPLIED-COUNT
              ' REJECTED ' WS-REJECTED-COUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           IF WS-REJECTED-COUNT > ZERO OR WS-APPLIED-COUNT = ZERO
              MOVE 'W' TO LOG-SEVERITY
           ELSE
              MOVE 'I' TO LOG-SEVERITY
           END-IF
           PERFORM P900-WRITE-OPS-LOG
           IF LOG-SEVERITY = 'W'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY 'EMPTERM - SUCCESSFULLY ENDED'.
       P310-REWRITE-ASSIGN-FILE.
           OPEN OUTPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING empdept.dat, STATUS: '
                 WS-ASSIGN-STATUS
           ELSE
              PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                 UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                 MOVE SPACES TO ASSIGN-RECORD
                 MOVE WS-ASG-EMP-ID(WS-ASSIGN-IDX) TO ASG-EMP-ID
                 MOVE WS-ASG-DEPT(WS-ASSIGN-IDX) TO ASG-DEPT-CODE
                 WRITE ASSIGN-RECORD
              END-PERFORM
              CLOSE ASSIGN-FILE
           END-IF.
       P320-REWRITE-LEAVE-FILE.
           OPEN OUTPUT LEAVE-BALANCE-FILE
           IF WS-LEAVE-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING empleave.dat, STATUS: '
                 WS-LEAVE-STATUS
           ELSE
              PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
                 UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
                 MOVE WS-LEAVE-IMAGE(WS-LEAVE-IDX)
                    TO LEAVE-BALANCE-RECORD
                 WRITE LEAVE-BALANCE-RECORD
              END-PERFORM
              CLOSE LEAVE-BALANCE-FILE
           END-IF.
       P900-WRITE-OPS-LOG.
      ***************************************************************
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A  *
      * MISSING LOGGER MUST NEVER STOP THE JOB ITSELF.              *
      ***************************************************************
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
      ***************************************************************
      * END OF SOURCE CODE.                                         *
      ***************************************************************
