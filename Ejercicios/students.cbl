           SELECT SUBJECT-FILE ASSIGN TO "subjects.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-STATUS.
           SELECT CLASS-FILE ASSIGN TO "classes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASS-STATUS.
           SELECT OPTIONAL REFUSAL-REPORT
              ASSIGN TO "studinelig.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REFUSAL-STATUS.
           SELECT OPTIONAL RESIT-FILE ASSIGN TO "resits.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * THE RESULTS OF EVERY CLASS, EACH LINE TAGGED WITH ITS CLASS
      * CODE (BLANK IS THE DEFAULT CLASS, AS ON LINES WRITTEN BEFORE
      * THERE WERE CLASSES). A RUN REPLACES ITS OWN CLASS'S LINES AND
      * CARRIES THE OTHER CLASSES' LINES FORWARD UNTOUCHED.
       FD STUDENT-FILE.
       01 STUD-DATA.
          02 ID-NUM            PIC 9(4).
          02 STUD-NAME         PIC X(10).
          02 STUD-MARK         PIC 999 OCCURS 3.
          02 STUD-CLASS        PIC X(4).
      * ONE STUDENT PER LINE: NAME THEN THE THREE SUBJECT MARKS, FOR
      * THE CLASS BEING RUN. KEYED ENTRY REMAINS THE FALLBACK WHEN
      * THIS FILE IS ABSENT.
       FD MARKS-FILE.
       01 MARKS-DATA.
          02 MARKS-NAME        PIC X(10).
          02 HIST-ID-NUM       PIC 9(4).
          02 HIST-NAME         PIC X(10).
          02 HIST-MARK         PIC 999 OCCURS 3.
          02 HIST-CLASS        PIC X(4).
      * THE ATTENDANCE FILE ATTEND CAPTURES; SCHOOL POLICY BARS
      * STUDENTS UNDER 75 PERCENT FROM SITTING EXAMS, SO MARKS FOR
      * THEM ARE REFUSED TO A REPORT INSTEAD OF SILENTLY SCORED.
          02 ATT-DATE          PIC 9(8).
          02 FILLER            PIC X.
          02 ATT-FLAG          PIC X.
          02 FILLER            PIC X.
          02 ATT-CLASS         PIC X(4).
      * THE SUBJECT MASTER SUBJMNT MAINTAINS: NAME, CREDIT WEIGHT
      * AND PER-SUBJECT PASS MARK FOR EACH OF THE THREE SUBJECTS.
       FD SUBJECT-FILE.
          02 SUBJ-CREDITS      PIC 9.
          02 FILLER            PIC X.
          02 SUBJ-PASS-MARK    PIC 999.
      * THE CLASS MASTER CLASSMNT MAINTAINS.
       FD CLASS-FILE.
       01 CLASS-RECORD.
          02 CLS-CODE          PIC X(4).
          02 FILLER            PIC X.
          02 CLS-NAME          PIC X(20).
          02 FILLER            PIC X.
          02 CLS-TEACHER       PIC X(20).
       FD REFUSAL-REPORT.
       01 REFUSAL-LINE.
          02 REF-NAME          PIC X(10).
          02 REF-PCT           PIC ZZ9.
          02 FILLER            PIC X(34) VALUE
             ' - MARKS REFUSED, UNDER 75 PCT    '.
      * SUPPLEMENTARY EXAMS. EVERY MARK UNDER ITS SUBJECT'S PASS MARK
      * IS REGISTERED HERE ('R') WHEN THE TERM IS FILED; MARKCAP
      * RECORDS THE RE-SIT AGAINST THE REGISTRATION ('S'). THE FIRST
      * MARK IS KEPT BESIDE THE RE-SIT, AND THE MARK THAT COUNTS IS
      * THE RE-SIT CAPPED AT THE PASS MARK (NEVER BELOW THE FIRST).
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
       01  STUDENT-RESULT-TABLE.
           05 STUDENT-RESULT-LINE  OCCURS   100.
       01  WS-CURRENT-TERM      PIC 99 VALUE 01.
       01  WS-HISTORY-EOF       PIC X VALUE 'N'.
       01  WS-HIST-TABLE.
           05 WS-HIST-LINE      PIC X(29) OCCURS 1200 TIMES.
       01  WS-HIST-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-HIST-IDX          PIC 9(4) VALUE ZERO.
       01  WS-STUDENT-STATUS    PIC XX.
       01  WS-PRIOR-IDX         PIC 999 VALUE ZERO.
       01  WS-PRIOR-FOUND       PIC 999 VALUE ZERO.
       01  WS-ATTEND-EOF        PIC X VALUE 'N'.
      * OTHER CLASSES' LINES FROM student.dat, WRITTEN BACK AS THEY
      * WERE AHEAD OF THIS CLASS'S NEW RESULTS.
       01  WS-OTHER-TABLE.
           05 WS-OTHER-LINE     PIC X(27) OCCURS 1000 TIMES.
       01  WS-OTHER-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-OTHER-IDX         PIC 9(4) VALUE ZERO.
       01  WS-OTHER-FULL        PIC X VALUE 'N'.
       01  WS-PRIOR-EOF         PIC X VALUE 'N'.
       01  WS-CHECK-NAME        PIC X(10).
       01  WS-ELIGIBLE          PIC X VALUE 'Y'.
       01 WS-SM-IDX            PIC 9 VALUE ZERO.
       01 WS-SM-CREDIT-SUM     PIC 99 VALUE ZERO.
       01 WS-SM-WEIGHTED       PIC 9(6) VALUE ZERO.
      * THE CLASS BEING RUN, FROM THE COMMAND LINE.
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
      * RE-SIT REGISTER
       01 WS-RESIT-STATUS      PIC XX.
       01 WS-RESIT-EOF         PIC X VALUE 'N'.
       01 WS-RESIT-FULL        PIC X VALUE 'N'.
       01 WS-RESIT-SAT         PIC X VALUE 'N'.
       01 WS-RESIT-TABLE.
          05 WS-RESIT-LINE     PIC X(43) OCCURS 2000 TIMES.
       01 WS-RESIT-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-RESIT-IDX         PIC 9(4) VALUE ZERO.
       01 WS-RESIT-NEW         PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       PROCESS-RESULTS-MAIN.
           PERFORM READ-CLASS-PARM
           PERFORM CHECK-RUN-CLASS
           IF WS-CLASS-FOUND = 'N'
              DISPLAY 'CLASS ' WS-RUN-CLASS
                 ' NOT ON classes.dat - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SUBJECT-MASTER
           PERFORM READ-CURRENT-TERM
           PERFORM LOAD-PRIOR-ROSTER
           IF WS-OTHER-FULL = 'Y'
              DISPLAY 'OTHER CLASSES ON student.dat OVER 1000 LINES'
                 ' - RUN REFUSED, FILE NOT CHANGED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ATTENDANCE
           PERFORM FILL-TABLE
           PERFORM WRITE-RESULTS
           PERFORM FILE-TERM-HISTORY
           PERFORM REGISTER-RESITS
           PERFORM DISPLAY-TABLE
           IF WS-REFUSED-COUNT > ZERO
              DISPLAY 'MARKS REFUSED FOR ATTENDANCE - '
                 WS-REFUSED-COUNT
           END-IF
           GOBACK.
       READ-CLASS-PARM.
      * THE CLASS COMES IN AS CLASS=code THROUGH THE SHARED PARAMS
      * READER; A BARE CODE STILL WORKS POSITIONALLY. NO CLASS IS
      * THE UNNAMED DEFAULT CLASS.
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
              MOVE 'CLASS' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION MOVE 4 TO PARM-RC
              END-CALL
              IF PARM-RC = ZERO
                 MOVE PARM-VALUE(1:4) TO WS-RUN-CLASS
              END-IF
           ELSE
              MOVE WS-CMDLINE-FULL(1:4) TO WS-RUN-CLASS
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
       LOAD-PRIOR-ROSTER.
      * THE ROSTER FROM THE PREVIOUS RESULTS FILE GIVES EACH NAME
      * ITS STUDENT ID, SO THE ATTENDANCE ENTRIES CAN BE MATCHED.
      * ONLY THIS CLASS'S LINES FORM THE ROSTER; THE REST ARE HELD
      * TO BE WRITTEN BACK.
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-PRIOR-EOF = 'Y'
                 READ STUDENT-FILE
                    AT END MOVE 'Y' TO WS-PRIOR-EOF
                    NOT AT END
                       PERFORM KEEP-PRIOR-LINE
                 END-READ
              END-PERFORM
           END-IF
           CLOSE STUDENT-FILE.
       KEEP-PRIOR-LINE.
           IF STUD-CLASS NOT = WS-RUN-CLASS
              IF WS-OTHER-COUNT < 1000
                 ADD 1 TO WS-OTHER-COUNT
                 MOVE STUD-DATA TO WS-OTHER-LINE(WS-OTHER-COUNT)
              ELSE
                 MOVE 'Y' TO WS-OTHER-FULL
              END-IF
           ELSE
              IF WS-PRIOR-COUNT < 100
                 ADD 1 TO WS-PRIOR-COUNT
                 MOVE ID-NUM    TO WS-PRI-ID(WS-PRIOR-COUNT)
                 MOVE STUD-NAME TO WS-PRI-NAME(WS-PRIOR-COUNT)
                 MOVE ZERO      TO WS-PRI-PRESENT(WS-PRIOR-COUNT)
                 MOVE ZERO      TO WS-PRI-ABSENT(WS-PRIOR-COUNT)
              END-IF
           END-IF.
       LOAD-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTEND-STATUS NOT = '00'
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
              UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
              IF WS-PRI-ID(WS-PRIOR-IDX) = ATT-ID
                 AND ATT-CLASS = WS-RUN-CLASS
                 IF ATT-FLAG = 'P'
                    ADD 1 TO WS-PRI-PRESENT(WS-PRIOR-IDX)
                 ELSE
           END-IF
           DISPLAY 'CURRENT TERM - ' WS-CURRENT-TERM.
       FILE-TERM-HISTORY.
      * CARRY THE OTHER TERMS' AND OTHER CLASSES' LINES FORWARD AND
      * REPLACE THIS CLASS'S LINES FOR THIS TERM WITH THE RESULTS
      * JUST WRITTEN.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00' OR '05'
              PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                    AT END MOVE 'Y' TO WS-HISTORY-EOF
                    NOT AT END
                       IF HIST-TERM NOT = WS-CURRENT-TERM
                          OR HIST-CLASS NOT = WS-RUN-CLASS
                          ADD 1 TO WS-HIST-COUNT
                          MOVE HIST-DATA
                             TO WS-HIST-LINE(WS-HIST-COUNT)
           WRITE HIST-DATA.
       WRITE-TERM-LINE.
           MOVE WS-CURRENT-TERM TO HIST-TERM
           MOVE WS-RUN-CLASS TO HIST-CLASS
           MOVE STUDENT-NUM TO HIST-ID-NUM
           MOVE STUDENT-NAME(STUDENT-NUM) TO HIST-NAME
           PERFORM WRITE-TERM-MARK VARYING SUBJECT-NUM FROM 1 BY 1
       WRITE-TERM-MARK.
           MOVE STUDENT-MARK(STUDENT-NUM, SUBJECT-NUM)
              TO HIST-MARK(SUBJECT-NUM).
       REGISTER-RESITS.
      * REBUILD THIS TERM'S REGISTRATIONS FOR THE CLASS FROM THE
      * MARKS JUST FILED. RE-SITS ALREADY SAT ARE KEPT AS THEY ARE
      * AND ARE NOT REGISTERED AGAIN; EVERYTHING FOR OTHER TERMS AND
      * CLASSES IS CARRIED FORWARD.
           OPEN INPUT RESIT-FILE
           IF WS-RESIT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-RESIT-EOF = 'Y' OR WS-RESIT-FULL = 'Y'
                 READ RESIT-FILE
                    AT END MOVE 'Y' TO WS-RESIT-EOF
                    NOT AT END
                       IF RST-TERM NOT = WS-CURRENT-TERM
                          OR RST-CLASS NOT = WS-RUN-CLASS
                          OR RST-SAT
                          PERFORM KEEP-RESIT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESIT-FILE
           END-IF
           PERFORM REGISTER-STUDENT-RESITS
              VARYING STUDENT-NUM FROM 1 BY 1
              UNTIL STUDENT-NUM > CLASS-SIZE
           IF WS-RESIT-FULL = 'Y'
              DISPLAY 'resits.dat OVER 2000 LINES - RE-SITS NOT '
                 'REGISTERED, FILE NOT CHANGED'
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN OUTPUT RESIT-FILE
              IF WS-RESIT-STATUS NOT = '00' AND '05'
                 DISPLAY 'ERROR WRITING resits.dat, STATUS: '
                    WS-RESIT-STATUS
              ELSE
                 PERFORM WRITE-RESIT-LINE
                    VARYING WS-RESIT-IDX FROM 1 BY 1
                    UNTIL WS-RESIT-IDX > WS-RESIT-COUNT
                 CLOSE RESIT-FILE
                 DISPLAY 'RE-SITS REGISTERED - ' WS-RESIT-NEW
              END-IF
           END-IF.
       KEEP-RESIT-LINE.
           IF WS-RESIT-COUNT >= 2000
              MOVE 'Y' TO WS-RESIT-FULL
           ELSE
              ADD 1 TO WS-RESIT-COUNT
              MOVE RESIT-RECORD TO WS-RESIT-LINE(WS-RESIT-COUNT)
           END-IF.
       WRITE-RESIT-LINE.
           MOVE WS-RESIT-LINE(WS-RESIT-IDX) TO RESIT-RECORD
           WRITE RESIT-RECORD.
       REGISTER-STUDENT-RESITS.
           PERFORM REGISTER-ONE-RESIT VARYING SUBJECT-NUM FROM 1 BY 1
              UNTIL SUBJECT-NUM > 3.
       REGISTER-ONE-RESIT.
      * A SUBJECT WITH NO PASS MARK ON THE MASTER HAS NO RE-SIT.
           IF WS-SM-PASS(SUBJECT-NUM) > ZERO
              AND STUDENT-MARK(STUDENT-NUM, SUBJECT-NUM)
                 < WS-SM-PASS(SUBJECT-NUM)
              PERFORM CHECK-RESIT-SAT
              IF WS-RESIT-SAT = 'N'
                 MOVE SPACES TO RESIT-RECORD
                 MOVE WS-CURRENT-TERM TO RST-TERM
                 MOVE WS-RUN-CLASS TO RST-CLASS
                 MOVE STUDENT-NUM TO RST-ID
                 MOVE STUDENT-NAME(STUDENT-NUM) TO RST-NAME
                 MOVE SUBJECT-NUM TO RST-SUBJECT
                 MOVE STUDENT-MARK(STUDENT-NUM, SUBJECT-NUM)
                    TO RST-FIRST-MARK RST-COUNTED-MARK
                 MOVE WS-SM-PASS(SUBJECT-NUM) TO RST-PASS-MARK
                 SET RST-REGISTERED TO TRUE
                 MOVE ZERO TO RST-RESIT-MARK
                 PERFORM KEEP-RESIT-LINE
                 ADD 1 TO WS-RESIT-NEW
              END-IF
           END-IF.
       CHECK-RESIT-SAT.
           MOVE 'N' TO WS-RESIT-SAT
           PERFORM VARYING WS-RESIT-IDX FROM 1 BY 1
              UNTIL WS-RESIT-IDX > WS-RESIT-COUNT
              MOVE WS-RESIT-LINE(WS-RESIT-IDX) TO RESIT-RECORD
              IF RST-TERM = WS-CURRENT-TERM
                 AND RST-CLASS = WS-RUN-CLASS
                 AND RST-NAME = STUDENT-NAME(STUDENT-NUM)
                 AND RST-SUBJECT = SUBJECT-NUM
                 MOVE 'Y' TO WS-RESIT-SAT
              END-IF
           END-PERFORM.
       FILL-TABLE.
      * MARKS COME FROM student-marks.dat WHEN IT IS PRESENT; THE
      * ORIGINAL KEYBOARD ENTRY IS KEPT AS THE FALLBACK MODE.
           ACCEPT STUDENT-MARK(CLASS-SIZE, SUBJECT-NUM).
       WRITE-RESULTS.
           OPEN OUTPUT STUDENT-FILE
           PERFORM WRITE-OTHER-CLASS-LINE
              VARYING WS-OTHER-IDX FROM 1 BY 1
              UNTIL WS-OTHER-IDX > WS-OTHER-COUNT
           PERFORM WRITE-LINE VARYING STUDENT-NUM FROM 1 BY 1
           UNTIL STUDENT-NUM > CLASS-SIZE
           CLOSE STUDENT-FILE.
       WRITE-OTHER-CLASS-LINE.
           MOVE WS-OTHER-LINE(WS-OTHER-IDX) TO STUD-DATA
           WRITE STUD-DATA.
       WRITE-LINE.
           MOVE STUDENT-NUM TO ID-NUM
           MOVE WS-RUN-CLASS TO STUD-CLASS
           MOVE STUDENT-NAME(STUDENT-NUM) TO STUD-NAME
           PERFORM WRITE-MARK VARYING SUBJECT-NUM FROM 1 BY 1
           UNTIL SUBJECT-NUM > 3
