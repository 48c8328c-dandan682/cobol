       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LEAVEMNT.
      *****************************************************************
      * VACATION AND SICK-LEAVE REQUESTS, IN THE STYLE OF THE COBVS19 *
      * MENU. KEEPS leavereq.dat (LVQREC), ONE LINE PER ABSENCE, AND  *
      * SHOWS THE BALANCES THE LEAVEACC CYCLE KEEPS ON empleave.dat   *
      * (LVEREC). EVERY REQUEST IS VALIDATED AS IT IS KEYED:          *
      *   - THE EMPLOYEE MUST BE ACTIVE ON THE EMPLOYEE VSAM MASTER   *
      *     AND HAVE A LEAVE BALANCE LINE;                            *
      *   - EVERY DAY OF THE RANGE MUST BE ON THE CALBUILD            *
      *     calendar.dat, AND ONLY ITS BUSINESS DAYS ARE CHARGED -    *
      *     WEEKENDS AND HOLIDAYS COST NOTHING;                       *
      *   - THE RANGE MAY NOT OVERLAP LEAVE ALREADY BOOKED;           *
      *   - THE DAYS CHARGED MAY NOT EXCEED THE BALANCE LESS THE      *
      *     REQUESTS OF THE SAME TYPE STILL PENDING.                  *
      * A REQUEST STAYS PENDING UNTIL THE FIRST LEAVEACC CYCLE ON OR  *
      * AFTER ITS FIRST DAY TAKES IT OFF THE BALANCE; UNTIL THEN IT   *
      * CAN BE CANCELLED HERE.                                        *
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

           SELECT OPTIONAL LEAVE-BALANCE-FILE ASSIGN TO "empleave.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-BALANCE-STATUS.

           SELECT OPTIONAL LEAVE-REQUEST-FILE ASSIGN TO "leavereq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-REQUEST-STATUS.

           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CALENDAR-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.

       FD  LEAVE-BALANCE-FILE.
           COPY LVEREC.

       FD  LEAVE-REQUEST-FILE.
           COPY LVQREC.

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
           05 EMPFILE-STAT1           PIC X.
           05 EMPFILE-STAT2           PIC X.
       01  WS-BALANCE-STATUS          PIC X(02).
       01  WS-REQUEST-STATUS          PIC X(02).
       01  WS-CALENDAR-STATUS         PIC X(02).
       01  WS-EOF-FLAG                PIC X(01) VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-CHOICE                  PIC 9.
       01  WS-STAYOPEN                PIC X VALUE 'Y'.
       01  WS-TODAY                   PIC 9(08).
      * THE REQUESTS, HELD WHILE THEY ARE KEYED AND WRITTEN BACK
      * WHOLE AFTER EVERY CHANGE.
       01  WS-LQ-TABLE.
           05 WS-LQ-ENTRY OCCURS 3000 TIMES.
              10 WS-LQ-EMP-ID         PIC 9(04).
              10 WS-LQ-TYPE           PIC X(01).
              10 WS-LQ-FROM           PIC 9(08).
              10 WS-LQ-TO             PIC 9(08).
              10 WS-LQ-DAYS           PIC 9(03)V99.
              10 WS-LQ-STATUS         PIC X(01).
              10 WS-LQ-ENTERED        PIC 9(08).
              10 WS-LQ-POSTED         PIC 9(08).
       01  WS-LQ-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-LQ-IDX                  PIC 9(04) VALUE ZERO.
       01  WS-LQ-FOUND                PIC 9(04) VALUE ZERO.
      * THE EMPLOYEE'S empleave.dat LINE.
       01  WS-BAL-FOUND               PIC X(01) VALUE 'N'.
       01  WS-VAC-BALANCE             PIC 9(03)V99 VALUE ZERO.
       01  WS-SICK-BALANCE            PIC 9(03)V99 VALUE ZERO.
       01  WS-VAC-TAKEN               PIC 9(03)V99 VALUE ZERO.
       01  WS-SICK-TAKEN              PIC 9(03)V99 VALUE ZERO.
       01  WS-LAST-ACCRUAL            PIC 9(08) VALUE ZERO.
       01  WS-VAC-PENDING             PIC 9(04)V99 VALUE ZERO.
       01  WS-SICK-PENDING            PIC 9(04)V99 VALUE ZERO.
       01  WS-AVAILABLE               PIC S9(04)V99 VALUE ZERO.
       01  WS-ENTRY-EMP-ID            PIC 9(04).
       01  WS-ENTRY-TYPE              PIC X(01).
       01  WS-ENTRY-DATE              PIC X(08).
       01  WS-FROM-DATE               PIC 9(08).
       01  WS-TO-DATE                 PIC 9(08).
       01  WS-RANGE-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-CAL-DAYS                PIC 9(03) VALUE ZERO.
       01  WS-CHARGE-DAYS             PIC 9(03) VALUE ZERO.
       01  WS-REQUEST-OK              PIC X(01) VALUE 'Y'.
       01  WS-CONFIRM                 PIC X(01).
       01  WS-STATUS-TEXT             PIC X(09).
       01  WS-TYPE-TEXT               PIC X(08).
       01  WS-DAYS-EDIT               PIC ZZ9.99.
       01  WS-DAYS-EDIT-2             PIC ZZ9.99.
       01  WS-AVAIL-EDIT              PIC -ZZZ9.99.
       01  WS-TAKEN-EDIT              PIC ZZ9.99.
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
           DISPLAY 'LEAVEMNT - VACATION AND SICK-LEAVE REQUESTS'
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT EMPLOYEE-VS-FILE
           IF EMP-FILE-STATUS = '00' OR '97' THEN
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ON OPEN - FILE STATUS ' EMP-FILE-STATUS
              MOVE 'N' TO WS-STAYOPEN.
           INITIALIZE EMPLOYEE
           PERFORM P110-LOAD-REQUESTS.
       P110-LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEAVE-REQUEST-FILE
           IF WS-REQUEST-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-LQ-COUNT >= 3000
                 READ LEAVE-REQUEST-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM P115-STORE-REQUEST
                 END-READ
              END-PERFORM
              CLOSE LEAVE-REQUEST-FILE
           END-IF
           DISPLAY 'LEAVE REQUESTS ON FILE: ' WS-LQ-COUNT.
       P115-STORE-REQUEST.
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
           PERFORM UNTIL WS-STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'LEAVE REQUESTS'
              DISPLAY ' '
              DISPLAY '1 : ENTER LEAVE REQUEST'
              DISPLAY '2 : CANCEL PENDING REQUEST'
              DISPLAY '3 : SHOW EMPLOYEE LEAVE'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE
                 WHEN 1 PERFORM P220-ENTER-REQUEST
                 WHEN 2 PERFORM P240-CANCEL-REQUEST
                 WHEN 3 PERFORM P250-SHOW-LEAVE
                 WHEN OTHER MOVE 'N' TO WS-STAYOPEN
              END-EVALUATE
           END-PERFORM.
       P205-READ-BALANCE.
      ***************************************************************
      * PICK THE EMPLOYEE'S LINE OFF empleave.dat AND ADD UP THE    *
      * DAYS STILL PENDING AGAINST EACH BALANCE.                    *
      ***************************************************************
           MOVE 'N' TO WS-BAL-FOUND
           MOVE ZERO TO WS-VAC-BALANCE WS-SICK-BALANCE
                        WS-VAC-TAKEN WS-SICK-TAKEN WS-LAST-ACCRUAL
                        WS-VAC-PENDING WS-SICK-PENDING
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-BALANCE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ LEAVE-BALANCE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF LV-EMP-ID = WS-ENTRY-EMP-ID
                          MOVE 'Y' TO WS-BAL-FOUND
                          MOVE LV-VAC-BALANCE  TO WS-VAC-BALANCE
                          MOVE LV-SICK-BALANCE TO WS-SICK-BALANCE
                          MOVE LV-VAC-TAKEN    TO WS-VAC-TAKEN
                          MOVE LV-SICK-TAKEN   TO WS-SICK-TAKEN
                          MOVE LV-LAST-ACCRUAL TO WS-LAST-ACCRUAL
                          SET WS-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEAVE-BALANCE-FILE
           END-IF
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
              UNTIL WS-LQ-IDX > WS-LQ-COUNT
              IF WS-LQ-EMP-ID(WS-LQ-IDX) = WS-ENTRY-EMP-ID
                 AND WS-LQ-STATUS(WS-LQ-IDX) = 'P'
                 IF WS-LQ-TYPE(WS-LQ-IDX) = 'V'
                    ADD WS-LQ-DAYS(WS-LQ-IDX) TO WS-VAC-PENDING
                 ELSE
                    ADD WS-LQ-DAYS(WS-LQ-IDX) TO WS-SICK-PENDING
                 END-IF
              END-IF
           END-PERFORM.
       P220-ENTER-REQUEST.
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           MOVE WS-ENTRY-EMP-ID TO EMP-ID
           READ EMPLOYEE-VS-FILE
           EVALUATE TRUE
              WHEN EMP-FILE-STATUS NOT = '00'
                 DISPLAY 'EMPLOYEE NOT ON MASTER - FILE STATUS '
                    EMP-FILE-STATUS
              WHEN EMP-IS-DELETED
                 DISPLAY 'EMPLOYEE IS TERMINATED - NO LEAVE.'
              WHEN OTHER
                 DISPLAY 'EMPLOYEE: ' EMP-FIRST-NAME ' '
                    EMP-LAST-NAME
                 PERFORM P205-READ-BALANCE
                 IF WS-BAL-FOUND = 'N'
                    DISPLAY 'NO LEAVE BALANCE ON FILE - NOT YET '
                       'ACCRUED BY THE LEAVEACC CYCLE.'
                 ELSE
                    PERFORM P225-ENTER-REQUEST-DETAIL
                 END-IF
           END-EVALUATE.
       P225-ENTER-REQUEST-DETAIL.
      ***************************************************************
      * TYPE AND RANGE FIRST, THEN THE CALENDAR, OVERLAP AND        *
      * BALANCE CHECKS; THE REQUEST IS ONLY FILED WHEN ALL PASS     *
      * AND THE CHARGE IS CONFIRMED.                                *
      ***************************************************************
           MOVE 'Y' TO WS-REQUEST-OK
           DISPLAY 'LEAVE TYPE (V=VACATION, S=SICK): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-TYPE
           IF WS-ENTRY-TYPE = 'v'
              MOVE 'V' TO WS-ENTRY-TYPE
           END-IF
           IF WS-ENTRY-TYPE = 's'
              MOVE 'S' TO WS-ENTRY-TYPE
           END-IF
           IF WS-ENTRY-TYPE NOT = 'V' AND 'S'
              DISPLAY 'INVALID LEAVE TYPE - V OR S.'
              MOVE 'N' TO WS-REQUEST-OK
           END-IF
           IF WS-REQUEST-OK = 'Y'
              PERFORM P226-ENTER-RANGE
           END-IF
           IF WS-REQUEST-OK = 'Y'
              PERFORM P230-COUNT-CHARGED-DAYS
           END-IF
           IF WS-REQUEST-OK = 'Y'
              PERFORM P235-CHECK-OVERLAP
           END-IF
           IF WS-REQUEST-OK = 'Y'
              PERFORM P237-CHECK-BALANCE
           END-IF
           IF WS-REQUEST-OK = 'Y'
              PERFORM P238-FILE-REQUEST
           ELSE
              DISPLAY 'REQUEST NOT FILED.'
           END-IF.
       P226-ENTER-RANGE.
      *    THE LAST DAY DEFAULTS TO THE FIRST; A RANGE RUNS AT MOST
      *    60 CALENDAR DAYS.
           DISPLAY 'FIRST DAY OF LEAVE (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           MOVE ZERO TO WS-FROM-DATE
           IF WS-ENTRY-DATE IS NUMERIC
              MOVE WS-ENTRY-DATE TO WS-FROM-DATE
           END-IF
           DISPLAY 'LAST DAY OF LEAVE (BLANK=SAME DAY): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
              MOVE WS-FROM-DATE TO WS-TO-DATE
           ELSE
              MOVE ZERO TO WS-TO-DATE
              IF WS-ENTRY-DATE IS NUMERIC
                 MOVE WS-ENTRY-DATE TO WS-TO-DATE
              END-IF
           END-IF
           MOVE -1 TO WS-RANGE-DAYS
           IF WS-FROM-DATE > ZERO AND WS-TO-DATE > ZERO
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'DIFF' TO DU-FUNCTION
              STRING WS-FROM-DATE(1:4) '-' WS-FROM-DATE(5:2)
                 '-' WS-FROM-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              STRING WS-TO-DATE(1:4) '-' WS-TO-DATE(5:2)
                 '-' WS-TO-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-2
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 MOVE DU-DAYS TO WS-RANGE-DAYS
              END-IF
           END-IF
           IF WS-RANGE-DAYS < ZERO OR WS-RANGE-DAYS > 59
              DISPLAY 'INVALID RANGE - REAL YYYYMMDD DATES, LAST DAY '
                 'NOT BEFORE THE FIRST, AT MOST 60 DAYS.'
              MOVE 'N' TO WS-REQUEST-OK
           END-IF.
       P230-COUNT-CHARGED-DAYS.
      ***************************************************************
      * EVERY DAY OF THE RANGE MUST BE ON THE CALBUILD CALENDAR;    *
      * ONLY ITS BUSINESS DAYS ARE CHARGED.                         *
      ***************************************************************
           MOVE ZERO TO WS-CAL-DAYS WS-CHARGE-DAYS
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ CALENDAR-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF CAL-DATE >= WS-FROM-DATE
                          AND CAL-DATE <= WS-TO-DATE
                          ADD 1 TO WS-CAL-DAYS
                          IF CAL-BUSINESS-FLAG = 'Y'
                             ADD 1 TO WS-CHARGE-DAYS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF
           EVALUATE TRUE
              WHEN WS-CAL-DAYS NOT = WS-RANGE-DAYS + 1
                 DISPLAY 'RANGE NOT FULLY ON calendar.dat - RUN '
                    'CALBUILD FOR THE YEAR.'
                 MOVE 'N' TO WS-REQUEST-OK
              WHEN WS-CHARGE-DAYS = ZERO
                 DISPLAY 'NO BUSINESS DAYS IN THE RANGE - NOTHING '
                    'TO CHARGE.'
                 MOVE 'N' TO WS-REQUEST-OK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       P235-CHECK-OVERLAP.
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
              UNTIL WS-LQ-IDX > WS-LQ-COUNT
              IF WS-LQ-EMP-ID(WS-LQ-IDX) = WS-ENTRY-EMP-ID
                 AND WS-LQ-STATUS(WS-LQ-IDX) NOT = 'C'
                 AND WS-LQ-FROM(WS-LQ-IDX) <= WS-TO-DATE
                 AND WS-LQ-TO(WS-LQ-IDX) >= WS-FROM-DATE
                 AND WS-REQUEST-OK = 'Y'
                 DISPLAY 'OVERLAPS LEAVE ALREADY BOOKED FROM '
                    WS-LQ-FROM(WS-LQ-IDX) ' TO ' WS-LQ-TO(WS-LQ-IDX)
                 MOVE 'N' TO WS-REQUEST-OK
              END-IF
           END-PERFORM.
       P237-CHECK-BALANCE.
           IF WS-ENTRY-TYPE = 'V'
              COMPUTE WS-AVAILABLE = WS-VAC-BALANCE - WS-VAC-PENDING
           ELSE
              COMPUTE WS-AVAILABLE = WS-SICK-BALANCE - WS-SICK-PENDING
           END-IF
           IF WS-CHARGE-DAYS > WS-AVAILABLE
              MOVE WS-AVAILABLE TO WS-AVAIL-EDIT
              DISPLAY 'NOT ENOUGH BALANCE - ' WS-CHARGE-DAYS
                 ' DAYS ASKED, ' WS-AVAIL-EDIT ' AVAILABLE.'
              MOVE 'N' TO WS-REQUEST-OK
           END-IF.
       P238-FILE-REQUEST.
           IF WS-LQ-COUNT >= 3000
              DISPLAY 'LEAVE REQUEST FILE FULL.'
              MOVE 'N' TO WS-REQUEST-OK
           ELSE
              DISPLAY 'BUSINESS DAYS CHARGED: ' WS-CHARGE-DAYS
                 ' OF ' WS-CAL-DAYS ' CALENDAR DAYS. CONFIRM (Y/N): '
                 WITH NO ADVANCING
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM = 'Y' OR 'y'
                 ADD 1 TO WS-LQ-COUNT
                 MOVE WS-ENTRY-EMP-ID TO WS-LQ-EMP-ID(WS-LQ-COUNT)
                 MOVE WS-ENTRY-TYPE   TO WS-LQ-TYPE(WS-LQ-COUNT)
                 MOVE WS-FROM-DATE    TO WS-LQ-FROM(WS-LQ-COUNT)
                 MOVE WS-TO-DATE      TO WS-LQ-TO(WS-LQ-COUNT)
                 MOVE WS-CHARGE-DAYS  TO WS-LQ-DAYS(WS-LQ-COUNT)
                 MOVE 'P'             TO WS-LQ-STATUS(WS-LQ-COUNT)
                 MOVE WS-TODAY        TO WS-LQ-ENTERED(WS-LQ-COUNT)
                 MOVE ZERO            TO WS-LQ-POSTED(WS-LQ-COUNT)
                 PERFORM P270-REWRITE-REQUESTS
                 DISPLAY 'REQUEST FILED - PENDING.'
              ELSE
                 DISPLAY 'REQUEST NOT FILED.'
              END-IF
           END-IF.
       P240-CANCEL-REQUEST.
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           DISPLAY 'FIRST DAY OF LEAVE (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           MOVE ZERO TO WS-FROM-DATE
           IF WS-ENTRY-DATE IS NUMERIC
              MOVE WS-ENTRY-DATE TO WS-FROM-DATE
           END-IF
           MOVE ZERO TO WS-LQ-FOUND
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
              UNTIL WS-LQ-IDX > WS-LQ-COUNT
              IF WS-LQ-EMP-ID(WS-LQ-IDX) = WS-ENTRY-EMP-ID
                 AND WS-LQ-FROM(WS-LQ-IDX) = WS-FROM-DATE
                 AND WS-LQ-STATUS(WS-LQ-IDX) NOT = 'C'
                 MOVE WS-LQ-IDX TO WS-LQ-FOUND
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-LQ-FOUND = ZERO
                 DISPLAY 'NO LEAVE BOOKED FROM THAT DAY.'
              WHEN WS-LQ-STATUS(WS-LQ-FOUND) = 'T'
                 DISPLAY 'ALREADY TAKEN OFF THE BALANCE ON '
                    WS-LQ-POSTED(WS-LQ-FOUND) ' - CANNOT CANCEL.'
              WHEN OTHER
                 MOVE 'C' TO WS-LQ-STATUS(WS-LQ-FOUND)
                 PERFORM P270-REWRITE-REQUESTS
                 DISPLAY 'REQUEST CANCELLED.'
           END-EVALUATE.
       P250-SHOW-LEAVE.
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           PERFORM P205-READ-BALANCE
           IF WS-BAL-FOUND = 'N'
              DISPLAY 'NO LEAVE BALANCE ON FILE FOR ' WS-ENTRY-EMP-ID
           ELSE
              DISPLAY ' '
              DISPLAY 'LAST ACCRUAL: ' WS-LAST-ACCRUAL
              DISPLAY '          BALANCE  PENDING  AVAILABLE  TAKEN'
              MOVE WS-VAC-BALANCE TO WS-DAYS-EDIT
              MOVE WS-VAC-PENDING TO WS-DAYS-EDIT-2
              COMPUTE WS-AVAILABLE = WS-VAC-BALANCE - WS-VAC-PENDING
              MOVE WS-AVAILABLE TO WS-AVAIL-EDIT
              MOVE WS-VAC-TAKEN TO WS-TAKEN-EDIT
              DISPLAY 'VACATION   ' WS-DAYS-EDIT '   ' WS-DAYS-EDIT-2
                 '   ' WS-AVAIL-EDIT '  ' WS-TAKEN-EDIT
              MOVE WS-SICK-BALANCE TO WS-DAYS-EDIT
              MOVE WS-SICK-PENDING TO WS-DAYS-EDIT-2
              COMPUTE WS-AVAILABLE = WS-SICK-BALANCE - WS-SICK-PENDING
              MOVE WS-AVAILABLE TO WS-AVAIL-EDIT
              MOVE WS-SICK-TAKEN TO WS-TAKEN-EDIT
              DISPLAY 'SICK       ' WS-DAYS-EDIT '   ' WS-DAYS-EDIT-2
                 '   ' WS-AVAIL-EDIT '  ' WS-TAKEN-EDIT
           END-IF
           DISPLAY ' '
           DISPLAY 'TYPE      FROM      TO         DAYS  STATUS'
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
              UNTIL WS-LQ-IDX > WS-LQ-COUNT
              IF WS-LQ-EMP-ID(WS-LQ-IDX) = WS-ENTRY-EMP-ID
                 PERFORM P255-SHOW-ONE-REQUEST
              END-IF
           END-PERFORM.
       P255-SHOW-ONE-REQUEST.
           IF WS-LQ-TYPE(WS-LQ-IDX) = 'V'
              MOVE 'VACATION' TO WS-TYPE-TEXT
           ELSE
              MOVE 'SICK' TO WS-TYPE-TEXT
           END-IF
           EVALUATE WS-LQ-STATUS(WS-LQ-IDX)
              WHEN 'P' MOVE 'PENDING'   TO WS-STATUS-TEXT
              WHEN 'T' MOVE 'TAKEN'     TO WS-STATUS-TEXT
              WHEN 'C' MOVE 'CANCELLED' TO WS-STATUS-TEXT
              WHEN OTHER MOVE SPACES    TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-LQ-DAYS(WS-LQ-IDX) TO WS-DAYS-EDIT
           DISPLAY WS-TYPE-TEXT '  ' WS-LQ-FROM(WS-LQ-IDX) '  '
              WS-LQ-TO(WS-LQ-IDX) ' ' WS-DAYS-EDIT '  '
              WS-STATUS-TEXT.
       P270-REWRITE-REQUESTS.
           OPEN OUTPUT LEAVE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING leavereq.dat, STATUS: '
                 WS-REQUEST-STATUS
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
                 WRITE LEAVE-REQUEST-RECORD
              END-PERFORM
              CLOSE LEAVE-REQUEST-FILE
           END-IF.
       P300-TERMINATION.
           CLOSE EMPLOYEE-VS-FILE
           DISPLAY 'LEAVEMNT - SUCCESSFULLY ENDED'.
      ***************************************************************
      * END OF SOURCE CODE.                                         *
      ***************************************************************
