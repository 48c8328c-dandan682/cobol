      * CORRECT MODE AMENDS A POSTED MARK IN student.dat AT THE
      * TERMINAL AND LOGS OLD MARK, NEW MARK, WHO AND WHEN TO
      * marks-audit.log - THE TRAIL FOR WHEN A GRADE DISPUTE COMES
      * IN. THE OPERATOR SIGNS ON THROUGH SIGNON (PASSWORD CHECKED
      * BY THE SHARED PWDHASH ROUTINE) BEFORE ANY MARK IS TOUCHED,
      * AND NEEDS UPDATE AUTHORITY FOR MARKCAP.
      *
      * RESIT MODE READS SUPPLEMENTARY EXAM MARKS FROM resitin.dat
      * (TERM, STUDENT ID, SUBJECT, MARK) AND RECORDS EACH AGAINST
      * ITS REGISTRATION ON resits.dat, WHICH STUDENT WRITES FOR
      * EVERY FAILED SUBJECT WHEN IT FILES THE TERM. A MARK WITH NO
      * OPEN REGISTRATION IS REJECTED. THE FIRST MARK STAYS ON THE
      * LINE; THE MARK THAT COUNTS IS THE RE-SIT CAPPED AT THE PASS
      * MARK, AND NEVER LESS THAN THE FIRST ATTEMPT.
      *
      * COMMAND LINE: CORRECT OR RESIT SELECTS THOSE MODES; BLANK
      * CAPTURES. WITH KEY=VALUE PAIRS, MODE=CORRECT OR MODE=RESIT,
      * AND CLASS=code. THE RUN
      * WORKS ON ONE CLASS: CAPTURE CHECKS NAMES AGAINST THAT CLASS'S
      * ROSTER AND CORRECTION ONLY FINDS THAT CLASS'S STUDENTS.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "marks-audit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CLASS-FILE ASSIGN TO "classes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASS-STATUS.
           SELECT RESIT-IN-FILE ASSIGN TO "resitin.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESITIN-STATUS.
           SELECT OPTIONAL RESIT-FILE ASSIGN TO "resits.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MARKS-IN-FILE.
          02 ID-NUM            PIC 9(4).
          02 STUD-NAME         PIC X(10).
          02 STUD-MARK         PIC 999 OCCURS 3.
          02 STUD-CLASS        PIC X(4).
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          02 MAU-DATE          PIC 9(8).
          02 MAU-OLD-MARK      PIC 999.
          02 FILLER            PIC X.
          02 MAU-NEW-MARK      PIC 999.
          02 FILLER            PIC X.
          02 MAU-CLASS         PIC X(4).
      * THE CLASS MASTER CLASSMNT MAINTAINS.
       FD CLASS-FILE.
       01 CLASS-RECORD.
          02 CLS-CODE          PIC X(4).
          02 FILLER            PIC X.
          02 CLS-NAME          PIC X(20).
          02 FILLER            PIC X.
          02 CLS-TEACHER       PIC X(20).
       FD RESIT-IN-FILE.
       01 RESIT-IN-RECORD.
          02 RSI-TERM          PIC X(2).
          02 FILLER            PIC X.
          02 RSI-ID            PIC X(4).
          02 FILLER            PIC X.
          02 RSI-SUBJECT       PIC X.
          02 FILLER            PIC X.
          02 RSI-MARK          PIC X(3).
      * THE RE-SIT REGISTER STUDENT BUILDS.
       FD RESIT-FILE.
       01 RESIT-RECORD.
          02 RST-TERM          PIC 99.
          02 FILLER            PIC X.
          02 RST-CLASS         PIC X(4).
          02 FILLER            PIC X.
          02 RST-ID            PIC 9(4).
          02 FILLER            PIC X.
          02 RST-NAME          PIC X(10).
          02 FILLER            PIC X.
          02 RST-SUBJECT       PIC 9.
          02 FILLER            PIC X.
          02 RST-FIRST-MARK    PIC 999.
          02 FILLER            PIC X.
          02 RST-PASS-MARK     PIC 999.
          02 FILLER            PIC X.
          02 RST-STATUS        PIC X.
             88 RST-REGISTERED       VALUE 'R'.
             88 RST-SAT              VALUE 'S'.
          02 FILLER            PIC X.
          02 RST-RESIT-MARK    PIC 999.
          02 FILLER            PIC X.
          02 RST-COUNTED-MARK  PIC 999.
       WORKING-STORAGE SECTION.
       01 WS-MARKSIN-STATUS  PIC XX.
       01 WS-MARKS-STATUS    PIC XX.
       01 WS-AUDIT-STATUS    PIC XX.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
      * RUN MODE AND CLASS, FROM THE COMMAND LINE.
       01 WS-CMDLINE-FULL      PIC X(100) VALUE SPACES.
       01 WS-EQUALS-COUNT      PIC 99 VALUE ZERO.
       01 WS-PARAMS-PROG       PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION     PIC X(5).
          05 PARM-TEXT         PIC X(100).
          05 PARM-KEY          PIC X(20).
          05 PARM-VALUE        PIC X(20).
          05 PARM-RC           PIC 9(2).
       01 WS-RUN-CLASS         PIC X(4) VALUE SPACES.
       01 WS-RUN-CLASS-NAME    PIC X(20) VALUE SPACES.
       01 WS-CLASS-STATUS      PIC XX.
       01 WS-CLASS-EOF         PIC X VALUE 'N'.
       01 WS-CLASS-FOUND       PIC X VALUE 'N'.
       01 WS-RUN-MODE        PIC X(8) VALUE 'CAPTURE'.
          88 CAPTURE-MODE    VALUE 'CAPTURE'.
          88 CORRECT-MODE    VALUE 'CORRECT'.
          88 RESIT-MODE      VALUE 'RESIT'.
       01 WS-ROSTER-TABLE.
          05 WS-ROSTER-NAME  PIC X(10) OCCURS 100 TIMES.
       01 WS-ROSTER-COUNT    PIC 999 VALUE ZERO.
       01 WS-CAPTURED-COUNT  PIC 9(4) VALUE ZERO.
       01 WS-REJECT-COUNT    PIC 9(4) VALUE ZERO.
      * THE RESULTS FILE HELD IN STORAGE DURING CORRECTION, THE
      * PRODMNT WAY. EVERY CLASS IS HELD SO THE REWRITE CARRIES
      * THE OTHER CLASSES' LINES FORWARD.
       01 WS-STUDENT-TABLE.
          05 WS-STUDENT-ENTRY OCCURS 1000 TIMES.
             10 WS-STU-DATA   PIC X(27).
       01 WS-STUDENT-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-STUDENT-IDX     PIC 9(4) VALUE ZERO.
       01 WS-STUDENT-FOUND   PIC 9(4) VALUE ZERO.
       01 WS-STUDENT-FULL    PIC X VALUE 'N'.
       01 WS-MORE-FIXES      PIC X VALUE 'Y'.
       01 WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
       01 WS-SIGNON-PROG     PIC X(6) VALUE 'SIGNON'.
       01 SIGNON-PARMS.
          05 SGN-PROGRAM        PIC X(8) VALUE 'MARKCAP'.
          05 SGN-UPDATE-DEFAULT PIC X VALUE 'C'.
          05 SGN-OPERATOR-ID    PIC X(8).
          05 SGN-AUTHORITY      PIC X.
          05 SGN-CAN-UPDATE     PIC X.
             88 SGN-UPDATE-ALLOWED VALUE 'Y'.
          05 SGN-RC             PIC 9(2).
       01 WS-ENTRY-ID        PIC X(4).
       01 WS-ENTRY-SUBJECT   PIC X.
       01 WS-ENTRY-MARK      PIC X(3).
       01 WS-OLD-MARK        PIC 999 VALUE ZERO.
       01 WS-CURRENT-DATE    PIC 9(8).
       01 WS-CURRENT-TIME    PIC 9(6).
      * THE RE-SIT REGISTER, HELD WHILE MARKS ARE RECORDED.
       01 WS-RESITIN-STATUS  PIC XX.
       01 WS-RESIT-STATUS    PIC XX.
       01 WS-RESIT-TABLE.
          05 WS-RESIT-LINE   PIC X(43) OCCURS 2000 TIMES.
       01 WS-RESIT-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-RESIT-IDX       PIC 9(4) VALUE ZERO.
       01 WS-RESIT-FOUND     PIC 9(4) VALUE ZERO.
       01 WS-RESIT-FULL      PIC X VALUE 'N'.
       PROCEDURE DIVISION.
           DISPLAY 'MARKCAP - MARKS CAPTURE AND CORRECTION'
           PERFORM READ-RUN-PARMS
           DISPLAY '  RUN MODE: ' WS-RUN-MODE
           PERFORM CHECK-RUN-CLASS
           IF WS-CLASS-FOUND = 'N'
              DISPLAY 'CLASS ' WS-RUN-CLASS
                 ' NOT ON classes.dat - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           EVALUATE TRUE
              WHEN CORRECT-MODE
                 PERFORM CORRECT-POSTED-MARKS
              WHEN RESIT-MODE
                 PERFORM CAPTURE-RESIT-MARKS
              WHEN OTHER
                 PERFORM CAPTURE-NEW-MARKS
           END-EVALUATE
           GOBACK.
       READ-RUN-PARMS.
      * A BARE CORRECT STILL SELECTS CORRECTION; KEY=VALUE PAIRS GO
      * THROUGH THE SHARED PARAMS READER.
           ACCEPT WS-CMDLINE-FULL FROM COMMAND-LINE
           MOVE ZERO TO WS-EQUALS-COUNT
           INSPECT WS-CMDLINE-FULL
              TALLYING WS-EQUALS-COUNT FOR ALL '='
           IF WS-EQUALS-COUNT > ZERO
              MOVE 'PARSE' TO PARM-FUNCTION
              MOVE WS-CMDLINE-FULL TO PARM-TEXT
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION CONTINUE
              END-CALL
              MOVE 'GET' TO PARM-FUNCTION
              MOVE 'MODE' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION MOVE 4 TO PARM-RC
              END-CALL
              IF PARM-RC = ZERO AND PARM-VALUE(1:7) = 'CORRECT'
                 MOVE 'CORRECT' TO WS-RUN-MODE
              END-IF
              IF PARM-RC = ZERO AND PARM-VALUE(1:5) = 'RESIT'
                 MOVE 'RESIT' TO WS-RUN-MODE
              END-IF
              MOVE 'GET' TO PARM-FUNCTION
              MOVE 'CLASS' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION MOVE 4 TO PARM-RC
              END-CALL
              IF PARM-RC = ZERO
                 MOVE PARM-VALUE(1:4) TO WS-RUN-CLASS
              END-IF
           ELSE
              IF WS-CMDLINE-FULL(1:7) = 'CORRECT'
                 MOVE 'CORRECT' TO WS-RUN-MODE
              END-IF
              IF WS-CMDLINE-FULL(1:5) = 'RESIT'
                 MOVE 'RESIT' TO WS-RUN-MODE
              END-IF
           END-IF.
       CHECK-RUN-CLASS.
      * A NAMED CLASS MUST BE ON THE CLASSMNT MASTER.
           IF WS-RUN-CLASS = SPACES
              MOVE 'Y' TO WS-CLASS-FOUND
           ELSE
              MOVE 'N' TO WS-CLASS-FOUND
              OPEN INPUT CLASS-FILE
              IF WS-CLASS-STATUS = '00'
                 PERFORM UNTIL WS-CLASS-EOF = 'Y'
                    READ CLASS-FILE
                       AT END MOVE 'Y' TO WS-CLASS-EOF
                       NOT AT END
                          IF CLS-CODE = WS-RUN-CLASS
                             MOVE 'Y' TO WS-CLASS-FOUND
                             MOVE CLS-NAME TO WS-RUN-CLASS-NAME
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CLASS-FILE
              END-IF
              DISPLAY 'CLASS - ' WS-RUN-CLASS ' ' WS-RUN-CLASS-NAME
           END-IF.
       CAPTURE-NEW-MARKS.
           PERFORM LOAD-ROSTER
           OPEN INPUT MARKS-IN-FILE
           END-IF.
       LOAD-ROSTER.
      * THE PRIOR RESULTS FILE IS THE ROSTER; WITHOUT ONE (A FIRST
      * TERM) EVERY NAME IS TAKEN ON TRUST. ONLY THE CLASS BEING
      * RUN COUNTS.
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = '00'
              DISPLAY 'NO ROSTER ON student.dat - NAMES NOT CHECKED'
                 READ STUDENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF STUD-CLASS = WS-RUN-CLASS
                          ADD 1 TO WS-ROSTER-COUNT
                          MOVE STUD-NAME
                             TO WS-ROSTER-NAME(WS-ROSTER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.
       CORRECT-POSTED-MARKS.
           PERFORM LOAD-STUDENT-FILE
           IF WS-STUDENT-FULL = 'Y'
              DISPLAY 'student.dat OVER 1000 LINES - CORRECTION '
                 'REFUSED, FILE NOT CHANGED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-STUDENT-COUNT = ZERO
              DISPLAY 'NO student.dat - NOTHING TO CORRECT'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           CALL WS-SIGNON-PROG USING SIGNON-PARMS
              ON EXCEPTION MOVE 8 TO SGN-RC
           END-CALL
           IF SGN-RC NOT = ZERO
              DISPLAY 'SIGN-ON FAILED - NO MARKS CORRECTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT SGN-UPDATE-ALLOWED
              DISPLAY 'NO MARKS CORRECTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CORRECT-ONE-MARK
              UNTIL WS-MORE-FIXES NOT = 'Y' AND 'y'
           MOVE 0 TO RETURN-CODE.
       LOAD-STUDENT-FILE.
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-STUDENT-FULL = 'Y'
                 READ STUDENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-STUDENT-COUNT >= 1000
                          MOVE 'Y' TO WS-STUDENT-FULL
                       ELSE
                          ADD 1 TO WS-STUDENT-COUNT
                          MOVE STUD-DATA
                             TO WS-STU-DATA(WS-STUDENT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
                 UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT
                 MOVE WS-STU-DATA(WS-STUDENT-IDX) TO STUD-DATA
                 IF ID-NUM = WS-ENTRY-ID
                    AND STUD-CLASS = WS-RUN-CLASS
                    MOVE WS-STUDENT-IDX TO WS-STUDENT-FOUND
                 END-IF
              END-PERFORM
              MOVE WS-MARK-IDX     TO MAU-SUBJECT
              MOVE WS-OLD-MARK     TO MAU-OLD-MARK
              MOVE STUD-MARK(WS-MARK-IDX) TO MAU-NEW-MARK
              MOVE STUD-CLASS      TO MAU-CLASS
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           ELSE
              DISPLAY 'ERROR ON AUDIT LOG OPEN - FILE STATUS '
                 WS-AUDIT-STATUS
           END-IF.
       CAPTURE-RESIT-MARKS.
           PERFORM LOAD-RESIT-FILE
           IF WS-RESIT-FULL = 'Y'
              DISPLAY 'resits.dat OVER 2000 LINES - RE-SIT CAPTURE '
                 'REFUSED, FILE NOT CHANGED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT RESIT-IN-FILE
           IF WS-RESITIN-STATUS NOT = '00'
              DISPLAY 'NO resitin.dat - NOTHING TO CAPTURE, '
                 'STATUS: ' WS-RESITIN-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
              READ RESIT-IN-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM CAPTURE-ONE-RESIT
              END-READ
           END-PERFORM
           CLOSE RESIT-IN-FILE
           IF WS-CAPTURED-COUNT > ZERO
              PERFORM REWRITE-RESIT-FILE
           END-IF
           DISPLAY 'RE-SIT MARKS RECORDED: ' WS-CAPTURED-COUNT
           DISPLAY 'RE-SIT MARKS REJECTED: ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT = ZERO
              PERFORM RESET-RESIT-INPUT
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'REJECTS PRESENT - resitin.dat LEFT IN PLACE'
              MOVE 4 TO RETURN-CODE
           END-IF.
       LOAD-RESIT-FILE.
           OPEN INPUT RESIT-FILE
           IF WS-RESIT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-RESIT-FULL = 'Y'
                 READ RESIT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-RESIT-COUNT >= 2000
                          MOVE 'Y' TO WS-RESIT-FULL
                       ELSE
                          ADD 1 TO WS-RESIT-COUNT
                          MOVE RESIT-RECORD
                             TO WS-RESIT-LINE(WS-RESIT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           DISPLAY 'RE-SIT LINES ON FILE: ' WS-RESIT-COUNT.
       CAPTURE-ONE-RESIT.
      * ONLY AN OPEN REGISTRATION FOR THIS CLASS TAKES A MARK; ONE
      * ALREADY SAT IS NOT OVERWRITTEN.
           MOVE ZERO TO WS-RESIT-FOUND
           IF RSI-TERM IS NUMERIC AND RSI-ID IS NUMERIC
              AND RSI-SUBJECT IS NUMERIC
              PERFORM VARYING WS-RESIT-IDX FROM 1 BY 1
                 UNTIL WS-RESIT-IDX > WS-RESIT-COUNT
                 MOVE WS-RESIT-LINE(WS-RESIT-IDX) TO RESIT-RECORD
                 IF RST-TERM = RSI-TERM
                    AND RST-CLASS = WS-RUN-CLASS
                    AND RST-ID = RSI-ID
                    AND RST-SUBJECT = RSI-SUBJECT
                    AND RST-REGISTERED
                    MOVE WS-RESIT-IDX TO WS-RESIT-FOUND
                 END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
              WHEN RSI-MARK NOT NUMERIC OR RSI-MARK > '100'
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'MARK NOT 0-100, REJECTED: '
                    RESIT-IN-RECORD
              WHEN WS-RESIT-FOUND = ZERO
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'NO OPEN RE-SIT REGISTRATION, REJECTED: '
                    RESIT-IN-RECORD
              WHEN OTHER
                 MOVE WS-RESIT-LINE(WS-RESIT-FOUND) TO RESIT-RECORD
                 MOVE RSI-MARK TO RST-RESIT-MARK
                 MOVE RST-RESIT-MARK TO RST-COUNTED-MARK
                 IF RST-COUNTED-MARK > RST-PASS-MARK
                    MOVE RST-PASS-MARK TO RST-COUNTED-MARK
                 END-IF
                 IF RST-COUNTED-MARK < RST-FIRST-MARK
                    MOVE RST-FIRST-MARK TO RST-COUNTED-MARK
                 END-IF
                 SET RST-SAT TO TRUE
                 MOVE RESIT-RECORD TO WS-RESIT-LINE(WS-RESIT-FOUND)
                 ADD 1 TO WS-CAPTURED-COUNT
                 DISPLAY 'RE-SIT RECORDED: ' RST-NAME ' SUBJECT '
                    RST-SUBJECT ' FIRST ' RST-FIRST-MARK ' RE-SIT '
                    RST-RESIT-MARK ' COUNTS ' RST-COUNTED-MARK
           END-EVALUATE.
       REWRITE-RESIT-FILE.
           OPEN OUTPUT RESIT-FILE
           IF WS-RESIT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR REWRITING resits.dat, STATUS: '
                 WS-RESIT-STATUS
           ELSE
              PERFORM WRITE-ONE-RESIT
                 VARYING WS-RESIT-IDX FROM 1 BY 1
                 UNTIL WS-RESIT-IDX > WS-RESIT-COUNT
              CLOSE RESIT-FILE
           END-IF.
       WRITE-ONE-RESIT.
           MOVE WS-RESIT-LINE(WS-RESIT-IDX) TO RESIT-RECORD
           WRITE RESIT-RECORD.
       RESET-RESIT-INPUT.
           OPEN OUTPUT RESIT-IN-FILE
           IF WS-RESITIN-STATUS = '00'
              CLOSE RESIT-IN-FILE
           ELSE
              DISPLAY 'COULD NOT RESET resitin.dat - STATUS '
                 WS-RESITIN-STATUS
           END-IF.
       END PROGRAM MARKCAP.
