      * COMPUTED THE WAY STUDENT'S OWN EVALUATE DOES IT (AVERAGE OF
      * 50 OR BETTER PASSES), PLUS THE STUDENT'S RANK IN CLASS AND
      * THE DISTANCE FROM THE CLASS AVERAGE.
      *
      * A SUBJECT RE-SAT THIS TERM (resits.dat, RECORDED BY MARKCAP)
      * SHOWS THE FIRST MARK AND, BELOW IT, THE RE-SIT MARK AND THE
      * MARK IT COUNTS AS. THE COUNTED MARK - CAPPED AT THE PASS
      * MARK - IS WHAT THE AVERAGE, VERDICT AND RANK USE.
      *
      * COMMAND LINE: CLASS=code (OR THE BARE CODE) - CARDS, RANKS
      * AND THE CLASS AVERAGE ARE FOR THAT CLASS ALONE. NO CLASS IS
      * THE UNNAMED DEFAULT CLASS.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SUBJECT-FILE ASSIGN TO "subjects.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-STATUS.
           SELECT CLASS-FILE ASSIGN TO "classes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASS-STATUS.
           SELECT OPTIONAL TERM-FILE ASSIGN TO "studterm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-STATUS.
           SELECT OPTIONAL RESIT-FILE ASSIGN TO "resits.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
          02 ID-NUM            PIC 9(4).
          02 STUD-NAME         PIC X(10).
          02 STUD-MARK         PIC 999 OCCURS 3.
          02 STUD-CLASS        PIC X(4).
       FD CARD-REPORT.
       01 PRINT-LINE           PIC X(60).
      * THE SUBJECT MASTER SUBJMNT MAINTAINS: NAME, CREDIT WEIGHT
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
      * THE CURRENT TERM NUMBER; WITHOUT THE FILE TERM 01.
       FD TERM-FILE.
       01 TERM-DATA.
          02 TERM-NUMBER       PIC 99.
      * THE RE-SIT REGISTER STUDENT BUILDS AND MARKCAP COMPLETES.
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
       01 CARD-HEADING         PIC X(22) VALUE '      REPORT CARD     '.
       01 NAME-LINE.
          02 PRN-ID            PIC 9(4).
          02 FILLER            PIC X(02) VALUE SPACES.
          02 PRN-NAME          PIC X(10).
       01 CLASS-LINE.
          02 FILLER            PIC X(09) VALUE 'CLASS    '.
          02 PRN-CLASS         PIC X(4).
          02 FILLER            PIC X(02) VALUE SPACES.
          02 PRN-CLASS-NAME    PIC X(20).
       01 MARK-LINE.
          02 PRN-SUBJECT-NAME  PIC X(12).
          02 FILLER            PIC X(07) VALUE ' MARK: '.
          02 PRN-MARK          PIC ZZ9.
       01 RESIT-LINE.
          02 FILLER            PIC X(12) VALUE '  RE-SIT'.
          02 FILLER            PIC X(07) VALUE ' MARK: '.
          02 PRN-RESIT-MARK    PIC ZZ9.
          02 FILLER            PIC X(13) VALUE '  COUNTS AS: '.
          02 PRN-COUNTED-MARK  PIC ZZ9.
       01 AVERAGE-LINE.
          02 FILLER            PIC X(16) VALUE 'AVERAGE:        '.
          02 PRN-AVERAGE       PIC ZZ9.
             10 WS-STU-NAME    PIC X(10).
             10 WS-STU-MARK    PIC 999 OCCURS 3.
             10 WS-STU-AVG     PIC 999.
             10 WS-STU-RESAT   PIC X OCCURS 3.
             10 WS-STU-RESIT   PIC 999 OCCURS 3.
             10 WS-STU-COUNTED PIC 999 OCCURS 3.
       01 WS-CLASS-SIZE        PIC 999 VALUE ZERO.
       01 WS-STUDENT-IDX       PIC 999 VALUE ZERO.
       01 WS-OTHER-IDX         PIC 999 VALUE ZERO.
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
      * THIS TERM'S RE-SITS.
       01 WS-TERM-STATUS       PIC XX.
       01 WS-CURRENT-TERM      PIC 99 VALUE 01.
       01 WS-RESIT-STATUS      PIC XX.
       01 WS-RESIT-EOF         PIC X VALUE 'N'.
       01 WS-RESIT-COUNT       PIC 999 VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY 'STUDENT03 - REPORT CARDS'
           PERFORM READ-CLASS-PARM
           PERFORM CHECK-RUN-CLASS
           IF WS-CLASS-FOUND = 'N'
              DISPLAY 'CLASS ' WS-RUN-CLASS
                 ' NOT ON classes.dat - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SUBJECT-MASTER
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = '00'
           PERFORM UNTIL WS-EOF OR WS-CLASS-SIZE >= 100
              READ STUDENT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF STUD-CLASS = WS-RUN-CLASS
                       PERFORM STORE-ONE-STUDENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
              DISPLAY 'NO STUDENTS ON FILE - NO CARDS PRODUCED'
              GOBACK
           END-IF
           PERFORM READ-CURRENT-TERM
           PERFORM LOAD-RESITS
           PERFORM COMPUTE-STUDENT-AVERAGE
              VARYING WS-STUDENT-IDX FROM 1 BY 1
              UNTIL WS-STUDENT-IDX > WS-CLASS-SIZE
           COMPUTE WS-CLASS-AVG ROUNDED =
              WS-MARK-TOTAL / (WS-CLASS-SIZE * 3)
           OPEN OUTPUT CARD-REPORT
           CLOSE CARD-REPORT
           DISPLAY 'REPORT CARDS PRINTED: ' WS-CLASS-SIZE
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
       LOAD-SUBJECT-MASTER.
      * DEFAULTS FIRST - EQUAL WEIGHT, NO PER-SUBJECT PASS MARK -
      * THEN WHATEVER subjects.dat OVERRIDES.
              UNTIL WS-SUBJECT-NUM > 3
              MOVE STUD-MARK(WS-SUBJECT-NUM)
                 TO WS-STU-MARK(WS-CLASS-SIZE, WS-SUBJECT-NUM)
                    WS-STU-COUNTED(WS-CLASS-SIZE, WS-SUBJECT-NUM)
              MOVE 'N' TO WS-STU-RESAT(WS-CLASS-SIZE, WS-SUBJECT-NUM)
              MOVE ZERO
                 TO WS-STU-RESIT(WS-CLASS-SIZE, WS-SUBJECT-NUM)
           END-PERFORM.
       READ-CURRENT-TERM.
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS = '00'
              READ TERM-FILE
                 NOT AT END
                    IF TERM-NUMBER IS NUMERIC
                       MOVE TERM-NUMBER TO WS-CURRENT-TERM
                    END-IF
              END-READ
              CLOSE TERM-FILE
           END-IF.
       LOAD-RESITS.
      * ONLY RE-SITS ACTUALLY SAT THIS TERM, FOR THIS CLASS, ARE
      * APPLIED; A REGISTRATION STILL OPEN LEAVES THE FIRST MARK.
           OPEN INPUT RESIT-FILE
           IF WS-RESIT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-RESIT-EOF = 'Y'
                 READ RESIT-FILE
                    AT END MOVE 'Y' TO WS-RESIT-EOF
                    NOT AT END
                       IF RST-TERM = WS-CURRENT-TERM
                          AND RST-CLASS = WS-RUN-CLASS
                          AND RST-SAT
                          AND RST-SUBJECT >= 1 AND RST-SUBJECT <= 3
                          PERFORM APPLY-ONE-RESIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESIT-FILE
           END-IF
           IF WS-RESIT-COUNT > ZERO
              DISPLAY 'RE-SIT MARKS APPLIED: ' WS-RESIT-COUNT
           END-IF.
       APPLY-ONE-RESIT.
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
              UNTIL WS-OTHER-IDX > WS-CLASS-SIZE
              IF WS-STU-ID(WS-OTHER-IDX) = RST-ID
                 AND WS-STU-NAME(WS-OTHER-IDX) = RST-NAME
                 MOVE 'Y' TO WS-STU-RESAT(WS-OTHER-IDX, RST-SUBJECT)
                 MOVE RST-RESIT-MARK
                    TO WS-STU-RESIT(WS-OTHER-IDX, RST-SUBJECT)
                 MOVE RST-COUNTED-MARK
                    TO WS-STU-COUNTED(WS-OTHER-IDX, RST-SUBJECT)
                 ADD 1 TO WS-RESIT-COUNT
              END-IF
           END-PERFORM.
       COMPUTE-STUDENT-AVERAGE.
      * THE SAME CREDIT-WEIGHTED, TRUNCATING AVERAGE STUDENT'S OWN
      * EVALUATION USES, OVER THE MARKS THAT COUNT.
           MOVE ZERO TO WS-SM-WEIGHTED
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > 3
              ADD WS-STU-COUNTED(WS-STUDENT-IDX, WS-SM-IDX)
                 TO WS-MARK-TOTAL
              COMPUTE WS-SM-WEIGHTED = WS-SM-WEIGHTED
                 + (WS-STU-COUNTED(WS-STUDENT-IDX, WS-SM-IDX)
                    * WS-SM-CREDITS(WS-SM-IDX))
           END-PERFORM
           COMPUTE WS-STU-AVG(WS-STUDENT-IDX) =
              WS-SM-WEIGHTED / WS-SM-CREDIT-SUM.
       WRITE-ONE-CARD.
           WRITE PRINT-LINE FROM CARD-HEADING
           MOVE WS-STU-ID(WS-STUDENT-IDX)   TO PRN-ID
           MOVE WS-STU-NAME(WS-STUDENT-IDX) TO PRN-NAME
           WRITE PRINT-LINE FROM NAME-LINE
           IF WS-RUN-CLASS NOT = SPACES
              MOVE WS-RUN-CLASS TO PRN-CLASS
              MOVE WS-RUN-CLASS-NAME TO PRN-CLASS-NAME
              WRITE PRINT-LINE FROM CLASS-LINE
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM WRITE-ONE-MARK
              VARYING WS-SUBJECT-NUM FROM 1 BY 1
           MOVE 'N' TO WS-SUBJECT-FAILED
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > 3
              IF WS-STU-COUNTED(WS-STUDENT-IDX, WS-SM-IDX)
                 < WS-SM-PASS(WS-SM-IDX)
                 MOVE 'Y' TO WS-SUBJECT-FAILED
              END-IF
           MOVE WS-SM-NAME(WS-SUBJECT-NUM) TO PRN-SUBJECT-NAME
           MOVE WS-STU-MARK(WS-STUDENT-IDX, WS-SUBJECT-NUM)
              TO PRN-MARK
           WRITE PRINT-LINE FROM MARK-LINE
           IF WS-STU-RESAT(WS-STUDENT-IDX, WS-SUBJECT-NUM) = 'Y'
              MOVE WS-STU-RESIT(WS-STUDENT-IDX, WS-SUBJECT-NUM)
                 TO PRN-RESIT-MARK
              MOVE WS-STU-COUNTED(WS-STUDENT-IDX, WS-SUBJECT-NUM)
                 TO PRN-COUNTED-MARK
              WRITE PRINT-LINE FROM RESIT-LINE
           END-IF.
       COMPUTE-RANK.
      * RANK 1 IS THE BEST AVERAGE; STUDENTS SHARING AN AVERAGE
      * SHARE THE RANK.
