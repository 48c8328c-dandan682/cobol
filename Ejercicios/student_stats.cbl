      * MAXIMUM AND AVERAGE, A DISTRIBUTION COUNT PER 10-POINT BAND,
      * THE CLASS AVERAGE AND THE PASS/FAIL SPLIT (AVERAGE OF 50 OR
      * BETTER PASSES, AS IN STUDENT'S OWN EVALUATE).
      * THE RUN COVERS ONE CLASS (CLASS=code, BLANK FOR THE DEFAULT
      * CLASS). CLASS=ALL INSTEAD COMPARES UP TO EIGHT CLASSES SIDE
      * BY SIDE ON THE SAME SUBJECTS: ONE COLUMN PER CLASS WITH THE
      * SUBJECT AVERAGES, THE CLASS AVERAGE AND THE PASS/FAIL SPLIT.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SUBJECT-FILE ASSIGN TO "subjects.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-STATUS.
           SELECT CLASS-FILE ASSIGN TO "classes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
          02 ID-NUM            PIC 9(4).
          02 STUD-NAME         PIC X(10).
          02 STUD-MARK         PIC 999 OCCURS 3.
          02 STUD-CLASS        PIC X(4).
       FD STATS-REPORT.
       01 PRINT-LINE           PIC X(90).
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
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING         PIC X(22) VALUE 'CLASS STATISTICS      '.
       01 COMPARE-HEADING      PIC X(22) VALUE 'CLASS COMPARISON      '.
       01 CLASS-LINE.
          02 FILLER            PIC X(07) VALUE 'CLASS: '.
          02 PRN-CLASS         PIC X(4).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 PRN-CLASS-NAME    PIC X(20).
       01 SUBJECT-STATS-LINE.
          02 PRN-SUBJECT-NAME  PIC X(12).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 FILLER            PIC X(16) VALUE 'STUDENTS:       '.
          02 PRN-STUDENT-COUNT PIC ZZZZ9.
       01 REPORT-FOOTING       PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE           PIC X(90) VALUE SPACES.
      * ONE COMPARISON ROW: A LABEL AND A COLUMN PER CLASS, VIEWED
      * AS THE CLASS CODES, AN AVERAGE OR A COUNT.
       01 CMP-HEAD-LINE.
          02 CMP-HEAD-LABEL    PIC X(16).
          02 CMP-HEAD-CELL OCCURS 8 TIMES.
             03 FILLER         PIC X(02).
             03 CMP-HEAD-CODE  PIC X(07).
       01 CMP-AVG-LINE REDEFINES CMP-HEAD-LINE.
          02 CMP-AVG-LABEL     PIC X(16).
          02 CMP-AVG-CELL OCCURS 8 TIMES.
             03 FILLER         PIC X(03).
             03 CMP-AVG-VALUE  PIC ZZ9.99.
       01 CMP-COUNT-LINE REDEFINES CMP-HEAD-LINE.
          02 CMP-COUNT-LABEL   PIC X(16).
          02 CMP-COUNT-CELL OCCURS 8 TIMES.
             03 FILLER         PIC X(04).
             03 CMP-COUNT-VALUE PIC ZZZZ9.
       01 WS-STUDENT-STATUS    PIC XX.
       01 WS-EOF-FLAG          PIC X VALUE 'N'.
          88 WS-EOF            VALUE 'Y'.
       01 WS-STUDENT-AVERAGE   PIC 999.
       01 WS-SUBJECT-FAILED    PIC X VALUE 'N'.
       01 WS-AVG-WORK          PIC 999V99.
      * PER-CLASS ACCUMULATORS FOR THE CLASS=ALL COMPARISON.
       01 WS-COMPARE-MODE      PIC X VALUE 'N'.
          88 COMPARE-CLASSES   VALUE 'Y'.
       01 WS-CMP-TABLE.
          05 WS-CMP-ENTRY OCCURS 8 TIMES.
             10 WS-CMP-CLASS       PIC X(4).
             10 WS-CMP-STUDENTS    PIC 9(5).
             10 WS-CMP-PASS        PIC 9(5).
             10 WS-CMP-FAIL        PIC 9(5).
             10 WS-CMP-MARK-TOTAL  PIC 9(8).
             10 WS-CMP-SUBJ-TOTAL  PIC 9(7) OCCURS 3 TIMES.
       01 WS-CMP-COUNT         PIC 9 VALUE ZERO.
       01 WS-CMP-IDX           PIC 9 VALUE ZERO.
       01 WS-CMP-FOUND         PIC 9 VALUE ZERO.
       01 WS-CMP-SKIPPED       PIC 9(5) VALUE ZERO.
      * SUBJECT MASTER TABLE; WITHOUT subjects.dat THE CLASSIC
      * EQUAL-WEIGHT, AVERAGE-OF-50 RULES APPLY.
       01 WS-SUBJECT-MASTER.
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
       PROCEDURE DIVISION.
           DISPLAY 'STUDENT02 - CLASS STATISTICS'
           PERFORM READ-CLASS-PARM
           IF WS-RUN-CLASS = 'ALL'
              SET COMPARE-CLASSES TO TRUE
              DISPLAY 'CLASS - ALL, SIDE BY SIDE'
           ELSE
              PERFORM CHECK-RUN-CLASS
              IF WS-CLASS-FOUND = 'N'
                 DISPLAY 'CLASS ' WS-RUN-CLASS
                    ' NOT ON classes.dat - RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM LOAD-SUBJECT-MASTER
           PERFORM INIT-STATS VARYING WS-SUBJECT-NUM FROM 1 BY 1
              UNTIL WS-SUBJECT-NUM > 3
           PERFORM UNTIL WS-EOF
              READ STUDENT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN COMPARE-CLASSES
                          PERFORM TALLY-CLASS-COLUMN
                       WHEN STUD-CLASS = WS-RUN-CLASS
                          PERFORM TALLY-STUDENT
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
              DISPLAY 'NO STUDENTS ON FILE - NO REPORT PRODUCED'
              GOBACK
           END-IF
           IF COMPARE-CLASSES
              PERFORM WRITE-COMPARISON
           ELSE
              PERFORM WRITE-REPORT
           END-IF
           DISPLAY 'STUDENTS REPORTED: ' WS-STUDENT-COUNT
           IF WS-CMP-SKIPPED > ZERO
              DISPLAY 'MORE THAN 8 CLASSES - STUDENTS LEFT OUT: '
                 WS-CMP-SKIPPED
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       LOAD-SUBJECT-MASTER.
      * DEFAULTS FIRST - EQUAL WEIGHT, NO PER-SUBJECT PASS MARK -
           ADD 1 TO WS-STUDENT-COUNT
           PERFORM TALLY-MARK VARYING WS-SUBJECT-NUM FROM 1 BY 1
              UNTIL WS-SUBJECT-NUM > 3
           PERFORM JUDGE-STUDENT
           IF WS-STUDENT-AVERAGE < 50 OR WS-SUBJECT-FAILED = 'Y'
              ADD 1 TO WS-FAIL-COUNT
           ELSE
              ADD 1 TO WS-PASS-COUNT
           END-IF.
       JUDGE-STUDENT.
      * CREDIT-WEIGHTED AVERAGE, AND A PASS NEEDS BOTH THE AVERAGE
      * AND EVERY SUBJECT AT OR ABOVE ITS OWN PASS MARK - THE SAME
      * RULES STUDENT'S OWN EVALUATION APPLIES.
              IF STUD-MARK(WS-SM-IDX) < WS-SM-PASS(WS-SM-IDX)
                 MOVE 'Y' TO WS-SUBJECT-FAILED
              END-IF
           END-PERFORM.
       TALLY-CLASS-COLUMN.
      * CLASSES TAKE COLUMNS IN THE ORDER THEY FIRST APPEAR.
           MOVE ZERO TO WS-CMP-FOUND
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT
              IF WS-CMP-CLASS(WS-CMP-IDX) = STUD-CLASS
                 MOVE WS-CMP-IDX TO WS-CMP-FOUND
              END-IF
           END-PERFORM
           IF WS-CMP-FOUND = ZERO
              IF WS-CMP-COUNT < 8
                 ADD 1 TO WS-CMP-COUNT
                 MOVE WS-CMP-COUNT TO WS-CMP-FOUND
                 INITIALIZE WS-CMP-ENTRY(WS-CMP-FOUND)
                 MOVE STUD-CLASS TO WS-CMP-CLASS(WS-CMP-FOUND)
              ELSE
                 ADD 1 TO WS-CMP-SKIPPED
              END-IF
           END-IF
           IF WS-CMP-FOUND > ZERO
              ADD 1 TO WS-STUDENT-COUNT
              ADD 1 TO WS-CMP-STUDENTS(WS-CMP-FOUND)
              PERFORM VARYING WS-SUBJECT-NUM FROM 1 BY 1
                 UNTIL WS-SUBJECT-NUM > 3
                 ADD STUD-MARK(WS-SUBJECT-NUM)
                    TO WS-CMP-SUBJ-TOTAL(WS-CMP-FOUND, WS-SUBJECT-NUM)
                 ADD STUD-MARK(WS-SUBJECT-NUM)
                    TO WS-CMP-MARK-TOTAL(WS-CMP-FOUND)
              END-PERFORM
              PERFORM JUDGE-STUDENT
              IF WS-STUDENT-AVERAGE < 50 OR WS-SUBJECT-FAILED = 'Y'
                 ADD 1 TO WS-CMP-FAIL(WS-CMP-FOUND)
              ELSE
                 ADD 1 TO WS-CMP-PASS(WS-CMP-FOUND)
              END-IF
           END-IF.
       TALLY-MARK.
           IF STUD-MARK(WS-SUBJECT-NUM) <
       WRITE-REPORT.
           OPEN OUTPUT STATS-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           IF WS-RUN-CLASS NOT = SPACES
              MOVE WS-RUN-CLASS TO PRN-CLASS
              MOVE WS-RUN-CLASS-NAME TO PRN-CLASS-NAME
              WRITE PRINT-LINE FROM CLASS-LINE
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM WRITE-SUBJECT-STATS
              VARYING WS-SUBJECT-NUM FROM 1 BY 1
           END-IF
           MOVE WS-BAND-COUNT(WS-BAND-IDX) TO PRN-BAND-COUNT
           WRITE PRINT-LINE FROM BAND-LINE.
       WRITE-COMPARISON.
           OPEN OUTPUT STATS-REPORT
           WRITE PRINT-LINE FROM COMPARE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE SPACES TO CMP-HEAD-LINE
           MOVE 'CLASS' TO CMP-HEAD-LABEL
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT
              IF WS-CMP-CLASS(WS-CMP-IDX) = SPACES
                 MOVE 'DEFAULT' TO CMP-HEAD-CODE(WS-CMP-IDX)
              ELSE
                 MOVE WS-CMP-CLASS(WS-CMP-IDX)
                    TO CMP-HEAD-CODE(WS-CMP-IDX)
              END-IF
           END-PERFORM
           WRITE PRINT-LINE FROM CMP-HEAD-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM WRITE-COMPARE-SUBJECT
              VARYING WS-SUBJECT-NUM FROM 1 BY 1
              UNTIL WS-SUBJECT-NUM > 3
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE SPACES TO CMP-AVG-LINE
           MOVE 'CLASS AVERAGE' TO CMP-AVG-LABEL
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT
              COMPUTE WS-AVG-WORK ROUNDED =
                 WS-CMP-MARK-TOTAL(WS-CMP-IDX)
                 / (WS-CMP-STUDENTS(WS-CMP-IDX) * 3)
              MOVE WS-AVG-WORK TO CMP-AVG-VALUE(WS-CMP-IDX)
           END-PERFORM
           WRITE PRINT-LINE FROM CMP-AVG-LINE
           MOVE SPACES TO CMP-COUNT-LINE
           MOVE 'PASSED' TO CMP-COUNT-LABEL
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT
              MOVE WS-CMP-PASS(WS-CMP-IDX)
                 TO CMP-COUNT-VALUE(WS-CMP-IDX)
           END-PERFORM
           WRITE PRINT-LINE FROM CMP-COUNT-LINE
           MOVE SPACES TO CMP-COUNT-LINE
           MOVE 'FAILED' TO CMP-COUNT-LABEL
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT
              MOVE WS-CMP-FAIL(WS-CMP-IDX)
                 TO CMP-COUNT-VALUE(WS-CMP-IDX)
           END-PERFORM
           WRITE PRINT-LINE FROM CMP-COUNT-LINE
           MOVE SPACES TO CMP-COUNT-LINE
           MOVE 'STUDENTS' TO CMP-COUNT-LABEL
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT
              MOVE WS-CMP-STUDENTS(WS-CMP-IDX)
                 TO CMP-COUNT-VALUE(WS-CMP-IDX)
           END-PERFORM
           WRITE PRINT-LINE FROM CMP-COUNT-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE STATS-REPORT.
       WRITE-COMPARE-SUBJECT.
           MOVE SPACES TO CMP-AVG-LINE
           MOVE WS-SM-NAME(WS-SUBJECT-NUM) TO CMP-AVG-LABEL
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT
              COMPUTE WS-AVG-WORK ROUNDED =
                 WS-CMP-SUBJ-TOTAL(WS-CMP-IDX, WS-SUBJECT-NUM)
                 / WS-CMP-STUDENTS(WS-CMP-IDX)
              MOVE WS-AVG-WORK TO CMP-AVG-VALUE(WS-CMP-IDX)
           END-PERFORM
           WRITE PRINT-LINE FROM CMP-AVG-LINE.
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
       END PROGRAM STUDENT02.
