       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TIMEMNT.
      *****************************************************************
      * TIMESHEET CAPTURE AND CORRECTION FOR THE STAFF PAID BY THE    *
      * HOUR, IN THE STYLE OF THE COBVS19 MENU. KEEPS timesheet.dat   *
      * (TIMREC) FOR THE CURRENT PAY PERIOD: ONE LINE PER EMPLOYEE    *
      * PER DAY WITH THE REGULAR AND OVERTIME HOURS. EVERY LINE IS    *
      * VALIDATED AS IT IS KEYED:                                     *
      *   - THE EMPLOYEE MUST BE ACTIVE ON THE EMPLOYEE VSAM MASTER   *
      *     AND CARRY AN HOURLY RATE (SET THROUGH COBVS7);            *
      *   - THE DAY MUST FALL IN THE PAY PERIOD AND BE ON THE         *
      *     CALBUILD calendar.dat; A WEEKEND OR HOLIDAY TAKES         *
      *     OVERTIME HOURS ONLY;                                      *
      *   - NO MORE THAN 24 HOURS IN A DAY.                           *
      * KEYING A DAY ALREADY ON FILE CORRECTS IT; ZERO HOURS REMOVE   *
      * IT. THE COBTRN6 PAY RUN PAYS THE HOURS AT THE HOURLY RATE     *
      * WITH OVERTIME AT TIME AND A HALF, AND PRINTS THE HOURS        *
      * REGISTER.                                                     *
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

           SELECT OPTIONAL TIMESHEET-FILE ASSIGN TO "timesheet.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-TIMESHEET-STATUS.

           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CALENDAR-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.

       FD  TIMESHEET-FILE.
           COPY TIMREC.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
           05 CAL-DAY-OF-WEEK       PIC 9(01).
           05 FILLER                PIC X(01).
           05 CAL-WEEKEND-FLAG      PIC X(01).
           05 FILLER                PIC X(01).
           05 CAL-HOLIDAY-FLAG      PIC X(01).
           05 FILLER                PIC X(01).
           05 CAL-BUSINESS-FLAG     PIC X(01).
           05 FILLER                PIC X(01).
           05 CAL-MONTH-END-FLAG    PIC X(01).
           05 FILLER                PIC X(01).
           05 CAL-BUS-DAY-OF-MONTH  PIC 9(02).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS.
           88 EMP-OPEN-OK                     VALUE '00' '97'.
           05 EMPFILE-STAT1           PIC X.
           05 EMPFILE-STAT2           PIC X.
       01  WS-TIMESHEET-STATUS        PIC X(02).
       01  WS-CALENDAR-STATUS         PIC X(02).
       01  WS-EOF-FLAG                PIC X(01) VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-CHOICE                  PIC 9.
       01  WS-STAYOPEN                PIC X VALUE 'Y'.
       01  WS-PERIOD-START            PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-END              PIC 9(08) VALUE ZERO.
      * THE PERIOD'S LINES, HELD WHILE THEY ARE KEYED AND WRITTEN
      * BACK WHOLE AFTER EVERY CHANGE.
       01  WS-TS-TABLE.
           05 WS-TS-ENTRY OCCURS 3000 TIMES.
              10 WS-TS-EMP-ID         PIC 9(04).
              10 WS-TS-DATE           PIC 9(08).
              10 WS-TS-REG-HOURS      PIC 9(02)V99.
              10 WS-TS-OT-HOURS       PIC 9(02)V99.
       01  WS-TS-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-TS-IDX                  PIC 9(04) VALUE ZERO.
       01  WS-TS-FOUND                PIC 9(04) VALUE ZERO.
       01  WS-MOVE-IDX                PIC 9(04) VALUE ZERO.
      * THE calendar.dat DAYS OF THE PERIOD.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 31 TIMES.
              10 WS-CAL-DATE          PIC 9(08).
              10 WS-CAL-BUSINESS      PIC X(01).
       01  WS-CAL-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-CAL-IDX                 PIC 9(02) VALUE ZERO.
       01  WS-CAL-FOUND               PIC 9(02) VALUE ZERO.
       01  WS-ENTRY-EMP-ID            PIC 9(04).
       01  WS-ENTRY-DATE              PIC X(08).
       01  WS-ENTRY-HOURS             PIC X(06).
       01  WS-WORK-DATE               PIC 9(08).
       01  WS-NEW-START               PIC 9(08).
       01  WS-NEW-END                 PIC 9(08).
       01  WS-HOURS-WORK              PIC S9(05)V99 VALUE ZERO.
       01  WS-NEW-REG-HOURS           PIC 9(02)V99 VALUE ZERO.
       01  WS-NEW-OT-HOURS            PIC 9(02)V99 VALUE ZERO.
       01  WS-HOURS-OK                PIC X(01) VALUE 'Y'.
       01  WS-DATES-DONE              PIC X(01) VALUE 'N'.
       01  WS-CONFIRM                 PIC X(01).
       01  WS-TOTAL-REG               PIC 9(04)V99 VALUE ZERO.
       01  WS-TOTAL-OT                PIC 9(04)V99 VALUE ZERO.
       01  WS-LINE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-HOURS-EDIT              PIC Z9.99.
       01  WS-OT-EDIT                 PIC Z9.99.
       01  WS-TOTAL-EDIT              PIC ZZZ9.99.
       01  WS-OT-TOTAL-EDIT           PIC ZZZ9.99.
       77 WS-DATEUTIL-PROG    PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION
           PERFORM P200-MAINLINE
           PERFORM P300-TERMINATION
           GOBACK.
       P100-INITIALIZATION.
           DISPLAY 'TIMEMNT - TIMESHEET CAPTURE AND CORRECTION'
           OPEN INPUT EMPLOYEE-VS-FILE
           IF EMP-FILE-STATUS = '00' OR '97' THEN
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ON OPEN - FILE STATUS ' EMP-FILE-STATUS
              MOVE 'N' TO WS-STAYOPEN.
           INITIALIZE EMPLOYEE
           PERFORM P110-LOAD-TIMESHEETS
           IF WS-PERIOD-START > ZERO
              PERFORM P120-LOAD-CALENDAR
           END-IF.
       P110-LOAD-TIMESHEETS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TIMESHEET-FILE
           IF WS-TIMESHEET-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-TS-COUNT >= 3000
                 READ TIMESHEET-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM P115-STORE-TIMESHEET
                 END-READ
              END-PERFORM
              CLOSE TIMESHEET-FILE
           END-IF
           IF WS-PERIOD-START = ZERO
              DISPLAY 'NO PAY PERIOD OPEN - START ONE WITH OPTION 1.'
           ELSE
              DISPLAY 'PAY PERIOD ' WS-PERIOD-START ' TO '
                 WS-PERIOD-END
           END-IF
           DISPLAY 'TIMESHEET LINES ON FILE: ' WS-TS-COUNT.
       P115-STORE-TIMESHEET.
           IF TSP-PERIOD
              MOVE TSP-START-DATE TO WS-PERIOD-START
              MOVE TSP-END-DATE   TO WS-PERIOD-END
           ELSE
              ADD 1 TO WS-TS-COUNT
              MOVE TS-EMP-ID    TO WS-TS-EMP-ID(WS-TS-COUNT)
              MOVE TS-WORK-DATE TO WS-TS-DATE(WS-TS-COUNT)
              MOVE TS-REG-HOURS TO WS-TS-REG-HOURS(WS-TS-COUNT)
              MOVE TS-OT-HOURS  TO WS-TS-OT-HOURS(WS-TS-COUNT)
           END-IF.
       P120-LOAD-CALENDAR.
      ***************************************************************
      * PICK THE PERIOD'S DAYS OFF THE CALBUILD CALENDAR WITH THEIR *
      * BUSINESS-DAY FLAG.                                          *
      ***************************************************************
           MOVE ZERO TO WS-CAL-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ CALENDAR-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF CAL-DATE >= WS-PERIOD-START
                          AND CAL-DATE <= WS-PERIOD-END
                          AND WS-CAL-COUNT < 31
                          ADD 1 TO WS-CAL-COUNT
                          MOVE CAL-DATE
                             TO WS-CAL-DATE(WS-CAL-COUNT)
                          MOVE CAL-BUSINESS-FLAG
                             TO WS-CAL-BUSINESS(WS-CAL-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF
           IF WS-CAL-COUNT = ZERO
              DISPLAY 'NO calendar.dat DAYS FOR THE PAY PERIOD - '
                 'RUN CALBUILD FOR THE YEAR.'
           END-IF.
       P200-MAINLINE.
           PERFORM UNTIL WS-STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'TIMESHEETS'
              DISPLAY ' '
              DISPLAY '1 : START NEW PAY PERIOD'
              DISPLAY '2 : ENTER OR CORRECT TIMESHEET'
              DISPLAY '3 : SHOW EMPLOYEE TIMESHEET'
              DISPLAY '4 : LIST PERIOD HOURS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE
                 WHEN 1 PERFORM P210-NEW-PERIOD
                 WHEN 2 PERFORM P220-ENTER-TIMESHEET
                 WHEN 3 PERFORM P240-SHOW-TIMESHEET
                 WHEN 4 PERFORM P250-LIST-PERIOD
                 WHEN OTHER MOVE 'N' TO WS-STAYOPEN
              END-EVALUATE
           END-PERFORM.
       P205-FIND-LINE.
           MOVE ZERO TO WS-TS-FOUND
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
              UNTIL WS-TS-IDX > WS-TS-COUNT
              IF WS-TS-EMP-ID(WS-TS-IDX) = WS-ENTRY-EMP-ID
                 AND WS-TS-DATE(WS-TS-IDX) = WS-WORK-DATE
                 MOVE WS-TS-IDX TO WS-TS-FOUND
              END-IF
           END-PERFORM.
       P206-FIND-CALENDAR-DAY.
           MOVE ZERO TO WS-CAL-FOUND
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
              UNTIL WS-CAL-IDX > WS-CAL-COUNT
              IF WS-CAL-DATE(WS-CAL-IDX) = WS-WORK-DATE
                 MOVE WS-CAL-IDX TO WS-CAL-FOUND
              END-IF
           END-PERFORM.
       P210-NEW-PERIOD.
      ***************************************************************
      * A NEW PERIOD CLEARS THE LAST ONE'S LINES, SO IT IS ONLY     *
      * STARTED ONCE THE PAY RUN HAS TAKEN THEM. THE PERIOD RUNS    *
      * TWO WEEKS UNLESS ANOTHER LAST DAY IS GIVEN, AT MOST 31 DAYS.*
      ***************************************************************
           DISPLAY 'FIRST DAY OF PERIOD (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           MOVE ZERO TO WS-NEW-START
           IF WS-ENTRY-DATE IS NUMERIC
              MOVE WS-ENTRY-DATE TO WS-NEW-START
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'ADD' TO DU-FUNCTION
              STRING WS-NEW-START(1:4) '-' WS-NEW-START(5:2)
                 '-' WS-NEW-START(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              MOVE 13 TO DU-DAYS
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
           END-IF
           IF WS-NEW-START = ZERO OR DU-RC NOT = ZERO
              DISPLAY 'INVALID DATE - MUST BE A REAL YYYYMMDD.'
           ELSE
              STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                 DU-RESULT-DATE(9:2)
                 DELIMITED BY SIZE INTO WS-NEW-END
              DISPLAY 'LAST DAY OF PERIOD (BLANK=' WS-NEW-END '): '
                 WITH NO ADVANCING
              ACCEPT WS-ENTRY-DATE
              IF WS-ENTRY-DATE NOT = SPACES
                 PERFORM P215-EDIT-PERIOD-END
              END-IF
              IF WS-NEW-END > ZERO
                 PERFORM P217-REPLACE-PERIOD
              END-IF
           END-IF.
       P215-EDIT-PERIOD-END.
           MOVE ZERO TO WS-NEW-END
           IF WS-ENTRY-DATE IS NUMERIC
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'DIFF' TO DU-FUNCTION
              STRING WS-NEW-START(1:4) '-' WS-NEW-START(5:2)
                 '-' WS-NEW-START(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              STRING WS-ENTRY-DATE(1:4) '-' WS-ENTRY-DATE(5:2)
                 '-' WS-ENTRY-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-2
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO AND DU-DAYS >= ZERO AND DU-DAYS < 31
                 MOVE WS-ENTRY-DATE TO WS-NEW-END
              END-IF
           END-IF
           IF WS-NEW-END = ZERO
              DISPLAY 'INVALID LAST DAY - A REAL DATE UP TO 30 DAYS '
                 'AFTER THE FIRST. PERIOD NOT STARTED.'
           END-IF.
       P217-REPLACE-PERIOD.
           MOVE 'Y' TO WS-CONFIRM
           IF WS-TS-COUNT > ZERO
              DISPLAY WS-TS-COUNT ' LINES OF PERIOD ' WS-PERIOD-START
                 ' WILL BE CLEARED. CONFIRM (Y/N): ' WITH NO ADVANCING
              ACCEPT WS-CONFIRM
           END-IF
           IF WS-CONFIRM = 'Y' OR 'y'
              MOVE WS-NEW-START TO WS-PERIOD-START
              MOVE WS-NEW-END   TO WS-PERIOD-END
              MOVE ZERO TO WS-TS-COUNT
              PERFORM P120-LOAD-CALENDAR
              PERFORM P270-REWRITE-TIMESHEETS
              DISPLAY 'PAY PERIOD ' WS-PERIOD-START ' TO '
                 WS-PERIOD-END ' STARTED.'
           ELSE
              DISPLAY 'PERIOD NOT STARTED.'
           END-IF.
       P220-ENTER-TIMESHEET.
           IF WS-PERIOD-START = ZERO
              DISPLAY 'NO PAY PERIOD OPEN - START ONE WITH OPTION 1.'
           ELSE
              DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-EMP-ID
              MOVE WS-ENTRY-EMP-ID TO EMP-ID
              READ EMPLOYEE-VS-FILE
              IF EMP-HOURLY-RATE IS NOT NUMERIC
                 MOVE ZERO TO EMP-HOURLY-RATE
              END-IF
              EVALUATE TRUE
                 WHEN EMP-FILE-STATUS NOT = '00'
                    DISPLAY 'EMPLOYEE NOT ON MASTER - FILE STATUS '
                       EMP-FILE-STATUS
                 WHEN EMP-IS-DELETED
                    DISPLAY 'EMPLOYEE IS TERMINATED - NO TIMESHEET.'
                 WHEN EMP-HOURLY-RATE = ZERO
                    DISPLAY 'EMPLOYEE HAS NO HOURLY RATE - SALARIED.'
                 WHEN OTHER
                    DISPLAY 'EMPLOYEE: ' EMP-FIRST-NAME ' '
                       EMP-LAST-NAME
                    MOVE 'N' TO WS-DATES-DONE
                    PERFORM P225-ENTER-ONE-DAY
                       UNTIL WS-DATES-DONE = 'Y'
              END-EVALUATE
           END-IF.
       P225-ENTER-ONE-DAY.
      ***************************************************************
      * ONE DAY PER PROMPT UNTIL A BLANK DATE. THE LINE IS ONLY     *
      * FILED WHEN THE DATE AND BOTH HOUR FIGURES ARE GOOD.         *
      ***************************************************************
           DISPLAY 'DATE WORKED (YYYYMMDD, BLANK TO END): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
              MOVE 'Y' TO WS-DATES-DONE
           ELSE
              MOVE ZERO TO WS-WORK-DATE
              IF WS-ENTRY-DATE IS NUMERIC
                 MOVE WS-ENTRY-DATE TO WS-WORK-DATE
              END-IF
              PERFORM P206-FIND-CALENDAR-DAY
              EVALUATE TRUE
                 WHEN WS-WORK-DATE < WS-PERIOD-START
                    OR WS-WORK-DATE > WS-PERIOD-END
                    DISPLAY 'DATE NOT IN THE PAY PERIOD '
                       WS-PERIOD-START ' TO ' WS-PERIOD-END
                 WHEN WS-CAL-FOUND = ZERO
                    DISPLAY 'DATE NOT ON calendar.dat.'
                 WHEN OTHER
                    PERFORM P230-ENTER-HOURS
              END-EVALUATE
           END-IF.
       P230-ENTER-HOURS.
           PERFORM P205-FIND-LINE
           IF WS-TS-FOUND > ZERO
              MOVE WS-TS-REG-HOURS(WS-TS-FOUND) TO WS-HOURS-EDIT
              MOVE WS-TS-OT-HOURS(WS-TS-FOUND)  TO WS-OT-EDIT
              DISPLAY 'ON FILE: REGULAR ' WS-HOURS-EDIT
                 '  OVERTIME ' WS-OT-EDIT ' - NEW HOURS REPLACE IT'
           END-IF
           MOVE 'Y' TO WS-HOURS-OK
           MOVE ZERO TO WS-NEW-REG-HOURS WS-NEW-OT-HOURS
           IF WS-CAL-BUSINESS(WS-CAL-FOUND) = 'Y'
              DISPLAY 'REGULAR HOURS: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-HOURS
              PERFORM P235-EDIT-HOURS
              MOVE WS-HOURS-WORK TO WS-NEW-REG-HOURS
           ELSE
              DISPLAY 'NOT A BUSINESS DAY - OVERTIME HOURS ONLY.'
           END-IF
           IF WS-HOURS-OK = 'Y'
              DISPLAY 'OVERTIME HOURS: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-HOURS
              PERFORM P235-EDIT-HOURS
              MOVE WS-HOURS-WORK TO WS-NEW-OT-HOURS
           END-IF
           IF WS-HOURS-OK = 'Y'
              AND WS-NEW-REG-HOURS + WS-NEW-OT-HOURS > 24
              DISPLAY 'MORE THAN 24 HOURS IN A DAY.'
              MOVE 'N' TO WS-HOURS-OK
           END-IF
           IF WS-HOURS-OK = 'N'
              DISPLAY 'DAY NOT FILED.'
           ELSE
              PERFORM P238-FILE-DAY
           END-IF.
       P235-EDIT-HOURS.
      *    BLANK IS ZERO HOURS; HOURS GO TO THE HUNDREDTH (7.75).
           MOVE ZERO TO WS-HOURS-WORK
           IF WS-ENTRY-HOURS NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-ENTRY-HOURS) = ZERO
                 COMPUTE WS-HOURS-WORK =
                    FUNCTION NUMVAL(WS-ENTRY-HOURS)
              ELSE
                 MOVE -1 TO WS-HOURS-WORK
              END-IF
           END-IF
           IF WS-HOURS-WORK < ZERO OR WS-HOURS-WORK > 24
              DISPLAY 'INVALID HOURS - 0 TO 24.'
              MOVE 'N' TO WS-HOURS-OK
              MOVE ZERO TO WS-HOURS-WORK
           END-IF.
       P238-FILE-DAY.
           EVALUATE TRUE
              WHEN WS-NEW-REG-HOURS = ZERO AND WS-NEW-OT-HOURS = ZERO
                 IF WS-TS-FOUND > ZERO
                    PERFORM VARYING WS-MOVE-IDX FROM WS-TS-FOUND
                       BY 1 UNTIL WS-MOVE-IDX >= WS-TS-COUNT
                       MOVE WS-TS-ENTRY(WS-MOVE-IDX + 1)
                          TO WS-TS-ENTRY(WS-MOVE-IDX)
                    END-PERFORM
                    SUBTRACT 1 FROM WS-TS-COUNT
                    PERFORM P270-REWRITE-TIMESHEETS
                    DISPLAY 'DAY REMOVED.'
                 ELSE
                    DISPLAY 'NO HOURS - NOTHING FILED.'
                 END-IF
              WHEN WS-TS-FOUND > ZERO
                 MOVE WS-NEW-REG-HOURS
                    TO WS-TS-REG-HOURS(WS-TS-FOUND)
                 MOVE WS-NEW-OT-HOURS TO WS-TS-OT-HOURS(WS-TS-FOUND)
                 PERFORM P270-REWRITE-TIMESHEETS
                 DISPLAY 'DAY CORRECTED.'
              WHEN WS-TS-COUNT >= 3000
                 DISPLAY 'TIMESHEET FILE FULL.'
              WHEN OTHER
                 ADD 1 TO WS-TS-COUNT
                 MOVE WS-ENTRY-EMP-ID TO WS-TS-EMP-ID(WS-TS-COUNT)
                 MOVE WS-WORK-DATE    TO WS-TS-DATE(WS-TS-COUNT)
                 MOVE WS-NEW-REG-HOURS
                    TO WS-TS-REG-HOURS(WS-TS-COUNT)
                 MOVE WS-NEW-OT-HOURS TO WS-TS-OT-HOURS(WS-TS-COUNT)
                 PERFORM P270-REWRITE-TIMESHEETS
                 DISPLAY 'DAY FILED.'
           END-EVALUATE.
       P240-SHOW-TIMESHEET.
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           MOVE ZERO TO WS-TOTAL-REG WS-TOTAL-OT WS-LINE-COUNT
           DISPLAY ' '
           DISPLAY 'DATE      REGULAR  OVERTIME'
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
              UNTIL WS-TS-IDX > WS-TS-COUNT
              IF WS-TS-EMP-ID(WS-TS-IDX) = WS-ENTRY-EMP-ID
                 MOVE WS-TS-REG-HOURS(WS-TS-IDX) TO WS-HOURS-EDIT
                 MOVE WS-TS-OT-HOURS(WS-TS-IDX)  TO WS-OT-EDIT
                 DISPLAY WS-TS-DATE(WS-TS-IDX) '    ' WS-HOURS-EDIT
                    '     ' WS-OT-EDIT
                 ADD WS-TS-REG-HOURS(WS-TS-IDX) TO WS-TOTAL-REG
                 ADD WS-TS-OT-HOURS(WS-TS-IDX)  TO WS-TOTAL-OT
                 ADD 1 TO WS-LINE-COUNT
              END-IF
           END-PERFORM
           MOVE WS-TOTAL-REG TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-OT  TO WS-OT-TOTAL-EDIT
           DISPLAY 'TOTAL     ' WS-TOTAL-EDIT '   ' WS-OT-TOTAL-EDIT
           DISPLAY 'DAYS ON FILE: ' WS-LINE-COUNT.
       P250-LIST-PERIOD.
      ***************************************************************
      * ONE LINE PER EMPLOYEE WITH THE PERIOD'S HOURS, IN THE ORDER *
      * THE EMPLOYEES WERE FIRST KEYED.                             *
      ***************************************************************
           DISPLAY ' '
           DISPLAY 'PAY PERIOD ' WS-PERIOD-START ' TO ' WS-PERIOD-END
           DISPLAY 'EMP     REGULAR  OVERTIME  DAYS'
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
              UNTIL WS-MOVE-IDX > WS-TS-COUNT
              MOVE WS-TS-EMP-ID(WS-MOVE-IDX) TO WS-ENTRY-EMP-ID
              MOVE ZERO TO WS-TS-FOUND
              PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                 UNTIL WS-TS-IDX >= WS-MOVE-IDX
                 IF WS-TS-EMP-ID(WS-TS-IDX) = WS-ENTRY-EMP-ID
                    MOVE WS-TS-IDX TO WS-TS-FOUND
                 END-IF
              END-PERFORM
              IF WS-TS-FOUND = ZERO
                 PERFORM P255-LIST-ONE-EMPLOYEE
              END-IF
           END-PERFORM
           DISPLAY 'TIMESHEET LINES ON FILE: ' WS-TS-COUNT.
       P255-LIST-ONE-EMPLOYEE.
           MOVE ZERO TO WS-TOTAL-REG WS-TOTAL-OT WS-LINE-COUNT
           PERFORM VARYING WS-TS-IDX FROM WS-MOVE-IDX BY 1
              UNTIL WS-TS-IDX > WS-TS-COUNT
              IF WS-TS-EMP-ID(WS-TS-IDX) = WS-ENTRY-EMP-ID
                 ADD WS-TS-REG-HOURS(WS-TS-IDX) TO WS-TOTAL-REG
                 ADD WS-TS-OT-HOURS(WS-TS-IDX)  TO WS-TOTAL-OT
                 ADD 1 TO WS-LINE-COUNT
              END-IF
           END-PERFORM
           MOVE WS-TOTAL-REG TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-OT  TO WS-OT-TOTAL-EDIT
           DISPLAY WS-ENTRY-EMP-ID '   ' WS-TOTAL-EDIT '   '
              WS-OT-TOTAL-EDIT '  ' WS-LINE-COUNT.
       P270-REWRITE-TIMESHEETS.
           OPEN OUTPUT TIMESHEET-FILE
           IF WS-TIMESHEET-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING timesheet.dat, STATUS: '
                 WS-TIMESHEET-STATUS
           ELSE
              MOVE SPACES TO TIMESHEET-PERIOD-RECORD
              SET TSP-PERIOD TO TRUE
              MOVE WS-PERIOD-START TO TSP-START-DATE
              MOVE WS-PERIOD-END   TO TSP-END-DATE
              WRITE TIMESHEET-PERIOD-RECORD
              PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                 UNTIL WS-TS-IDX > WS-TS-COUNT
                 MOVE SPACES TO TIMESHEET-RECORD
                 MOVE WS-TS-EMP-ID(WS-TS-IDX)    TO TS-EMP-ID
                 MOVE WS-TS-DATE(WS-TS-IDX)      TO TS-WORK-DATE
                 MOVE WS-TS-REG-HOURS(WS-TS-IDX) TO TS-REG-HOURS
                 MOVE WS-TS-OT-HOURS(WS-TS-IDX)  TO TS-OT-HOURS
                 WRITE TIMESHEET-RECORD
              END-PERFORM
              CLOSE TIMESHEET-FILE
           END-IF.
       P300-TERMINATION.
           CLOSE EMPLOYEE-VS-FILE
           DISPLAY 'TIMEMNT - SUCCESSFULLY ENDED'.
      ***************************************************************
      * END OF SOURCE CODE.                                         *
      ***************************************************************
