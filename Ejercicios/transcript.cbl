       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STUDENT05.
      ***************************************
      * STUDENT TRANSCRIPTS OVER THE CUMULATIVE HISTORY FILE
      * (studhist.dat). STUDENT04 GIVES THE TERM AVERAGES AND
      * STUDENT03 ONE TERM'S CARD; THIS IS THE WHOLE RECORD: EVERY
      * TERM'S MARKS WITH THE SUBJECT NAMES AND CREDIT WEIGHTS FROM
      * subjects.dat, THE CREDIT-WEIGHTED GRADE POINT AVERAGE FOR
      * THE TERM AND THE CUMULATIVE GPA TO DATE.
      *
      * GRADE POINTS FOLLOW EVAL01'S BANDS: 70 AND UP 4, 60-69 3,
      * 50-59 2, 40-49 1, BELOW 40 NOTHING - AND NOTHING FOR A MARK
      * UNDER THE SUBJECT'S OWN PASS MARK. A TERM GPA UNDER 2.00
      * (THE AVERAGE-OF-50 PASS LINE) IS BELOW THE PASS LINE.
      *
      * ACADEMIC STANDING: PROBATION WHEN THE LAST TWO TERMS SAT ARE
      * BOTH BELOW THE PASS LINE; HONOURS WHEN THE CUMULATIVE GPA IS
      * 3.50 OR BETTER AND THE LATEST TERM PASSED; OTHERWISE GOOD
      * STANDING. EVERY STUDENT ON PROBATION ALSO GOES ON THE CLASS
      * LIST IN probation.rpt. STUDENTS ARE MATCHED ACROSS TERMS BY
      * NAME, AS IN STUDENT04.
      *
      * A SUBJECT RE-SAT (resits.dat, RECORDED BY MARKCAP) KEEPS ITS
      * FIRST MARK ON THE TRANSCRIPT WITH A RE-SIT LINE BENEATH IT;
      * THE RE-SIT'S COUNTED MARK - CAPPED AT THE PASS MARK - IS
      * WHAT EARNS THE GRADE POINTS FOR THE TERM.
      *
      * COMMAND LINE: CLASS=code (OR THE BARE CODE). NO CLASS IS
      * THE UNNAMED DEFAULT CLASS.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "studhist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT TRANSCRIPT-REPORT ASSIGN TO "transcript.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROBATION-REPORT ASSIGN TO "probation.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBJECT-FILE ASSIGN TO "subjects.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-STATUS.
           SELECT CLASS-FILE ASSIGN TO "classes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASS-STATUS.
           SELECT OPTIONAL RESIT-FILE ASSIGN TO "resits.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HIST-DATA.
          02 HIST-TERM         PIC 99.
          02 HIST-ID-NUM       PIC 9(4).
          02 HIST-NAME         PIC X(10).
          02 HIST-MARK         PIC 999 OCCURS 3.
          02 HIST-CLASS        PIC X(4).
       FD TRANSCRIPT-REPORT.
       01 PRINT-LINE           PIC X(72).
       FD PROBATION-REPORT.
       01 PROBATION-LINE       PIC X(72).
      * THE SUBJECT MASTER SUBJMNT MAINTAINS: NAME, CREDIT WEIGHT
      * AND PER-SUBJECT PASS MARK FOR EACH OF THE THREE SUBJECTS.
       FD SUBJECT-FILE.
       01 SUBJECT-RECORD.
          02 SUBJ-NUM          PIC 9.
          02 FILLER            PIC X.
          02 SUBJ-NAME         PIC X(12).
          02 FILLER            PIC X.
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
       01 PAGE-HEADING         PIC X(18) VALUE 'STUDENT TRANSCRIPT'.
       01 PROBATION-HEADING    PIC X(23) VALUE
          'ACADEMIC PROBATION LIST'.
       01 CLASS-LINE.
          02 FILLER            PIC X(07) VALUE 'CLASS: '.
          02 PRN-CLASS         PIC X(4).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 PRN-CLASS-NAME    PIC X(20).
       01 STUDENT-HEAD-LINE.
          02 FILLER            PIC X(08) VALUE 'STUDENT '.
          02 PRN-NAME          PIC X(10).
       01 TERM-HEAD-LINE.
          02 FILLER            PIC X(07) VALUE '  TERM '.
          02 PRN-TERM          PIC 99.
       01 SUBJECT-DETAIL-LINE.
          02 FILLER            PIC X(04) VALUE SPACES.
          02 PRN-SUBJECT-NAME  PIC X(12).
          02 FILLER            PIC X(10) VALUE ' CREDITS: '.
          02 PRN-CREDITS       PIC 9.
          02 FILLER            PIC X(08) VALUE '  MARK: '.
          02 PRN-MARK          PIC ZZ9.
          02 FILLER            PIC X(10) VALUE '  POINTS: '.
          02 PRN-POINTS        PIC 9.
       01 RESIT-DETAIL-LINE.
          02 FILLER            PIC X(04) VALUE SPACES.
          02 FILLER            PIC X(12) VALUE '  RE-SIT'.
          02 FILLER            PIC X(08) VALUE '  MARK: '.
          02 PRN-RESIT-MARK    PIC ZZ9.
          02 FILLER            PIC X(13) VALUE '  COUNTS AS: '.
          02 PRN-COUNTED-MARK  PIC ZZ9.
          02 FILLER            PIC X(10) VALUE '  POINTS: '.
          02 PRN-RESIT-POINTS  PIC 9.
       01 TERM-GPA-LINE.
          02 FILLER            PIC X(14) VALUE '    TERM GPA: '.
          02 PRN-TERM-GPA      PIC 9.99.
          02 FILLER            PIC X(19) VALUE
             '   CUMULATIVE GPA: '.
          02 PRN-CUM-GPA       PIC 9.99.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 PRN-BELOW-LINE    PIC X(16).
       01 STANDING-LINE.
          02 FILLER            PIC X(12) VALUE '  STANDING: '.
          02 PRN-STANDING      PIC X(13).
       01 PROBATION-COLUMNS    PIC X(50) VALUE
          'STUDENT     CUMULATIVE GPA  LAST TERM  PRIOR TERM'.
       01 PROBATION-DETAIL.
          02 PRB-NAME          PIC X(10).
          02 FILLER            PIC X(06) VALUE SPACES.
          02 PRB-CUM-GPA       PIC 9.99.
          02 FILLER            PIC X(07) VALUE SPACES.
          02 PRB-LAST-TERM     PIC 99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 PRB-LAST-GPA      PIC 9.99.
          02 FILLER            PIC X(03) VALUE SPACES.
          02 PRB-PRIOR-TERM    PIC 99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 PRB-PRIOR-GPA     PIC 9.99.
       01 COUNT-LINE-1.
          02 FILLER            PIC X(21) VALUE
             'STUDENTS REPORTED:   '.
          02 PRN-STUDENT-COUNT PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER            PIC X(21) VALUE
             'ON PROBATION:        '.
          02 PRN-PROBATION-COUNT PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER            PIC X(21) VALUE
             'HONOURS:             '.
          02 PRN-HONOURS-COUNT PIC ZZZZ9.
       01 REPORT-FOOTING       PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE           PIC X(72) VALUE SPACES.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-EOF-FLAG          PIC X VALUE 'N'.
          88 WS-EOF            VALUE 'Y'.
      * ONE ROW PER STUDENT WITH THE THREE MARKS OF EVERY TERM (UP
      * TO 12); 999 IN THE FIRST MARK MEANS THE TERM WAS NOT SAT.
       01 WS-STUDENT-TABLE.
          05 WS-STUDENT-ENTRY OCCURS 100 TIMES.
             10 WS-STU-NAME    PIC X(10).
             10 WS-STU-TERM OCCURS 12 TIMES.
                15 WS-STU-MARK PIC 999 OCCURS 3 TIMES.
                15 WS-STU-RESAT-FLAGS.
                   20 WS-STU-RESAT   PIC X OCCURS 3 TIMES.
                15 WS-STU-RESIT   PIC 999 OCCURS 3 TIMES.
                15 WS-STU-COUNTED PIC 999 OCCURS 3 TIMES.
       01 WS-STUDENT-COUNT     PIC 999 VALUE ZERO.
       01 WS-STUDENT-IDX       PIC 999 VALUE ZERO.
       01 WS-STUDENT-FOUND     PIC 999 VALUE ZERO.
       01 WS-TERM-IDX          PIC 99 VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(4) VALUE ZERO.
      * GRADE POINT WORK AREAS.
       01 WS-MARK              PIC 999 VALUE ZERO.
       01 WS-POINTS            PIC 9 VALUE ZERO.
       01 WS-TERM-POINTS       PIC 9(3) VALUE ZERO.
       01 WS-TERM-CREDITS      PIC 9(3) VALUE ZERO.
       01 WS-CUM-POINTS        PIC 9(5) VALUE ZERO.
       01 WS-CUM-CREDITS       PIC 9(5) VALUE ZERO.
       01 WS-TERM-GPA          PIC 9V99 VALUE ZERO.
       01 WS-CUM-GPA           PIC 9V99 VALUE ZERO.
       01 WS-PASS-LINE-GPA     PIC 9V99 VALUE 2.00.
       01 WS-HONOURS-GPA       PIC 9V99 VALUE 3.50.
      * THE LAST TWO TERMS SAT, FOR THE STANDING.
       01 WS-LAST-TERM         PIC 99 VALUE ZERO.
       01 WS-LAST-GPA          PIC 9V99 VALUE ZERO.
       01 WS-PRIOR-TERM        PIC 99 VALUE ZERO.
       01 WS-PRIOR-GPA         PIC 9V99 VALUE ZERO.
       01 WS-TERMS-SEEN        PIC 99 VALUE ZERO.
       01 WS-STANDING          PIC X(13) VALUE SPACES.
          88 ON-PROBATION      VALUE 'PROBATION'.
          88 ON-HONOURS        VALUE 'HONOURS'.
       01 WS-PROBATION-COUNT   PIC 999 VALUE ZERO.
       01 WS-HONOURS-COUNT     PIC 999 VALUE ZERO.
      * SUBJECT MASTER TABLE; WITHOUT subjects.dat THE CLASSIC
      * EQUAL-WEIGHT, NO-PASS-MARK RULES APPLY.
       01 WS-SUBJECT-MASTER.
          05 WS-SM-ENTRY OCCURS 3 TIMES.
             10 WS-SM-NAME     PIC X(12).
             10 WS-SM-CREDITS  PIC 9.
             10 WS-SM-PASS     PIC 999.
       01 WS-SM-STATUS         PIC XX.
       01 WS-SM-EOF            PIC X VALUE 'N'.
       01 WS-SM-IDX            PIC 9 VALUE ZERO.
       01 WS-SM-CREDIT-SUM     PIC 99 VALUE ZERO.
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
      * RE-SITS SAT BY THE CLASS.
       01 WS-RESIT-STATUS      PIC XX.
       01 WS-RESIT-EOF         PIC X VALUE 'N'.
       01 WS-RESIT-COUNT       PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY 'STUDENT05 - TRANSCRIPTS AND ACADEMIC STANDING'
           PERFORM READ-CLASS-PARM
           PERFORM CHECK-RUN-CLASS
           IF WS-CLASS-FOUND = 'N'
              DISPLAY 'CLASS ' WS-RUN-CLASS
                 ' NOT ON classes.dat - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SUBJECT-MASTER
           PERFORM INIT-STUDENT-TABLE
              VARYING WS-STUDENT-IDX FROM 1 BY 1
              UNTIL WS-STUDENT-IDX > 100
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
              DISPLAY 'NO studhist.dat - NOTHING TO REPORT, '
                 'STATUS: ' WS-HISTORY-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
              READ HISTORY-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF HIST-CLASS = WS-RUN-CLASS
                       PERFORM STORE-ONE-TERM-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           PERFORM LOAD-RESITS
           IF WS-SKIPPED-COUNT > ZERO
              DISPLAY 'HISTORY LINES SKIPPED: ' WS-SKIPPED-COUNT
           END-IF
           IF WS-STUDENT-COUNT = ZERO
              DISPLAY 'NO HISTORY LINES - NO REPORT PRODUCED'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT TRANSCRIPT-REPORT
           OPEN OUTPUT PROBATION-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PROBATION-LINE FROM PROBATION-HEADING
           IF WS-RUN-CLASS NOT = SPACES
              MOVE WS-RUN-CLASS TO PRN-CLASS
              MOVE WS-RUN-CLASS-NAME TO PRN-CLASS-NAME
              WRITE PRINT-LINE FROM CLASS-LINE
              WRITE PROBATION-LINE FROM CLASS-LINE
           END-IF
           WRITE PROBATION-LINE FROM BLANK-LINE
           WRITE PROBATION-LINE FROM PROBATION-COLUMNS
           PERFORM WRITE-ONE-TRANSCRIPT
              VARYING WS-STUDENT-IDX FROM 1 BY 1
              UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-STUDENT-COUNT TO PRN-STUDENT-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-PROBATION-COUNT TO PRN-PROBATION-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-HONOURS-COUNT TO PRN-HONOURS-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM REPORT-FOOTING
           WRITE PROBATION-LINE FROM BLANK-LINE
           WRITE PROBATION-LINE FROM COUNT-LINE-2
           WRITE PROBATION-LINE FROM REPORT-FOOTING
           CLOSE TRANSCRIPT-REPORT PROBATION-REPORT
           DISPLAY 'STUDENTS REPORTED: ' WS-STUDENT-COUNT
           DISPLAY 'ON PROBATION:      ' WS-PROBATION-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
       LOAD-SUBJECT-MASTER.
      * DEFAULTS FIRST - EQUAL WEIGHT, NO PER-SUBJECT PASS MARK -
      * THEN WHATEVER subjects.dat OVERRIDES.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > 3
              MOVE SPACES TO WS-SM-NAME(WS-SM-IDX)
              STRING 'SUBJECT ' WS-SM-IDX DELIMITED BY SIZE
                 INTO WS-SM-NAME(WS-SM-IDX)
              MOVE 1 TO WS-SM-CREDITS(WS-SM-IDX)
              MOVE ZERO TO WS-SM-PASS(WS-SM-IDX)
           END-PERFORM
           OPEN INPUT SUBJECT-FILE
           IF WS-SM-STATUS NOT = '00'
              DISPLAY 'NO subjects.dat - EQUAL WEIGHTS APPLY'
           ELSE
              PERFORM UNTIL WS-SM-EOF = 'Y'
                 READ SUBJECT-FILE
                    AT END MOVE 'Y' TO WS-SM-EOF
                    NOT AT END
                       IF SUBJ-NUM >= 1 AND SUBJ-NUM <= 3
                          MOVE SUBJ-NAME TO WS-SM-NAME(SUBJ-NUM)
                          IF SUBJ-CREDITS IS NUMERIC
                             AND SUBJ-CREDITS > ZERO
                             MOVE SUBJ-CREDITS
                                TO WS-SM-CREDITS(SUBJ-NUM)
                          END-IF
                          IF SUBJ-PASS-MARK IS NUMERIC
                             MOVE SUBJ-PASS-MARK
                                TO WS-SM-PASS(SUBJ-NUM)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUBJECT-FILE
           END-IF
           MOVE ZERO TO WS-SM-CREDIT-SUM
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > 3
              ADD WS-SM-CREDITS(WS-SM-IDX) TO WS-SM-CREDIT-SUM
           END-PERFORM.
       INIT-STUDENT-TABLE.
           MOVE SPACES TO WS-STU-NAME(WS-STUDENT-IDX)
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
              UNTIL WS-TERM-IDX > 12
              MOVE 999 TO WS-STU-MARK(WS-STUDENT-IDX, WS-TERM-IDX, 1)
              MOVE 'NNN'
                 TO WS-STU-RESAT-FLAGS(WS-STUDENT-IDX, WS-TERM-IDX)
           END-PERFORM.
       STORE-ONE-TERM-LINE.
           IF HIST-TERM < 1 OR HIST-TERM > 12
              DISPLAY 'BAD TERM ON HISTORY LINE SKIPPED: '
                 HIST-DATA
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              MOVE ZERO TO WS-STUDENT-FOUND
              PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                 UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT
                 IF WS-STU-NAME(WS-STUDENT-IDX) = HIST-NAME
                    MOVE WS-STUDENT-IDX TO WS-STUDENT-FOUND
                 END-IF
              END-PERFORM
              IF WS-STUDENT-FOUND = ZERO
                 IF WS-STUDENT-COUNT < 100
                    ADD 1 TO WS-STUDENT-COUNT
                    MOVE WS-STUDENT-COUNT TO WS-STUDENT-FOUND
                    MOVE HIST-NAME
                       TO WS-STU-NAME(WS-STUDENT-FOUND)
                 ELSE
                    ADD 1 TO WS-SKIPPED-COUNT
                 END-IF
              END-IF
              IF WS-STUDENT-FOUND > ZERO
                 PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                    UNTIL WS-SM-IDX > 3
                    MOVE HIST-MARK(WS-SM-IDX)
                       TO WS-STU-MARK(WS-STUDENT-FOUND, HIST-TERM,
                          WS-SM-IDX)
                 END-PERFORM
              END-IF
           END-IF.
       LOAD-RESITS.
      * A REGISTRATION NOT YET SAT CHANGES NOTHING.
           OPEN INPUT RESIT-FILE
           IF WS-RESIT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-RESIT-EOF = 'Y'
                 READ RESIT-FILE
                    AT END MOVE 'Y' TO WS-RESIT-EOF
                    NOT AT END
                       IF RST-CLASS = WS-RUN-CLASS
                          AND RST-SAT
                          AND RST-TERM >= 1 AND RST-TERM <= 12
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
           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
              UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT
              IF WS-STU-NAME(WS-STUDENT-IDX) = RST-NAME
                 MOVE 'Y' TO WS-STU-RESAT(WS-STUDENT-IDX, RST-TERM,
                    RST-SUBJECT)
                 MOVE RST-RESIT-MARK TO WS-STU-RESIT(WS-STUDENT-IDX,
                    RST-TERM, RST-SUBJECT)
                 MOVE RST-COUNTED-MARK TO WS-STU-COUNTED(
                    WS-STUDENT-IDX, RST-TERM, RST-SUBJECT)
                 ADD 1 TO WS-RESIT-COUNT
              END-IF
           END-PERFORM.
       WRITE-ONE-TRANSCRIPT.
           MOVE ZERO TO WS-CUM-POINTS WS-CUM-CREDITS WS-TERMS-SEEN
           MOVE ZERO TO WS-LAST-TERM WS-LAST-GPA
           MOVE ZERO TO WS-PRIOR-TERM WS-PRIOR-GPA
           MOVE WS-STU-NAME(WS-STUDENT-IDX) TO PRN-NAME
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM STUDENT-HEAD-LINE
           PERFORM WRITE-ONE-TERM
              VARYING WS-TERM-IDX FROM 1 BY 1
              UNTIL WS-TERM-IDX > 12
           PERFORM SET-ACADEMIC-STANDING
           MOVE WS-STANDING TO PRN-STANDING
           WRITE PRINT-LINE FROM STANDING-LINE.
       WRITE-ONE-TERM.
           IF WS-STU-MARK(WS-STUDENT-IDX, WS-TERM-IDX, 1) NOT = 999
              MOVE WS-TERM-IDX TO PRN-TERM
              WRITE PRINT-LINE FROM TERM-HEAD-LINE
              MOVE ZERO TO WS-TERM-POINTS WS-TERM-CREDITS
              PERFORM WRITE-ONE-SUBJECT
                 VARYING WS-SM-IDX FROM 1 BY 1
                 UNTIL WS-SM-IDX > 3
              ADD WS-TERM-POINTS TO WS-CUM-POINTS
              ADD WS-TERM-CREDITS TO WS-CUM-CREDITS
              COMPUTE WS-TERM-GPA ROUNDED =
                 WS-TERM-POINTS / WS-TERM-CREDITS
              COMPUTE WS-CUM-GPA ROUNDED =
                 WS-CUM-POINTS / WS-CUM-CREDITS
              ADD 1 TO WS-TERMS-SEEN
              MOVE WS-LAST-TERM TO WS-PRIOR-TERM
              MOVE WS-LAST-GPA TO WS-PRIOR-GPA
              MOVE WS-TERM-IDX TO WS-LAST-TERM
              MOVE WS-TERM-GPA TO WS-LAST-GPA
              MOVE WS-TERM-GPA TO PRN-TERM-GPA
              MOVE WS-CUM-GPA TO PRN-CUM-GPA
              IF WS-TERM-GPA < WS-PASS-LINE-GPA
                 MOVE 'BELOW PASS LINE' TO PRN-BELOW-LINE
              ELSE
                 MOVE SPACES TO PRN-BELOW-LINE
              END-IF
              WRITE PRINT-LINE FROM TERM-GPA-LINE
           END-IF.
       WRITE-ONE-SUBJECT.
           MOVE WS-STU-MARK(WS-STUDENT-IDX, WS-TERM-IDX, WS-SM-IDX)
              TO WS-MARK
           PERFORM GRADE-POINTS-FOR-MARK
           MOVE WS-SM-NAME(WS-SM-IDX) TO PRN-SUBJECT-NAME
           MOVE WS-SM-CREDITS(WS-SM-IDX) TO PRN-CREDITS
           MOVE WS-MARK TO PRN-MARK
           MOVE WS-POINTS TO PRN-POINTS
           WRITE PRINT-LINE FROM SUBJECT-DETAIL-LINE
      * A RE-SIT'S COUNTED MARK EARNS THE POINTS IN PLACE OF THE
      * FIRST ATTEMPT'S.
           IF WS-STU-RESAT(WS-STUDENT-IDX, WS-TERM-IDX, WS-SM-IDX)
              = 'Y'
              MOVE WS-STU-COUNTED(WS-STUDENT-IDX, WS-TERM-IDX,
                 WS-SM-IDX) TO WS-MARK
              PERFORM GRADE-POINTS-FOR-MARK
              MOVE WS-STU-RESIT(WS-STUDENT-IDX, WS-TERM-IDX,
                 WS-SM-IDX) TO PRN-RESIT-MARK
              MOVE WS-MARK TO PRN-COUNTED-MARK
              MOVE WS-POINTS TO PRN-RESIT-POINTS
              WRITE PRINT-LINE FROM RESIT-DETAIL-LINE
           END-IF
           COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
              + (WS-POINTS * WS-SM-CREDITS(WS-SM-IDX))
           ADD WS-SM-CREDITS(WS-SM-IDX) TO WS-TERM-CREDITS.
       GRADE-POINTS-FOR-MARK.
      * EVAL01'S GRADE BANDS; A MARK UNDER THE SUBJECT'S OWN PASS
      * MARK EARNS NOTHING.
           EVALUATE TRUE
              WHEN WS-MARK < WS-SM-PASS(WS-SM-IDX)
                 MOVE 0 TO WS-POINTS
              WHEN WS-MARK >= 70
                 MOVE 4 TO WS-POINTS
              WHEN WS-MARK >= 60
                 MOVE 3 TO WS-POINTS
              WHEN WS-MARK >= 50
                 MOVE 2 TO WS-POINTS
              WHEN WS-MARK >= 40
                 MOVE 1 TO WS-POINTS
              WHEN OTHER
                 MOVE 0 TO WS-POINTS
           END-EVALUATE.
       SET-ACADEMIC-STANDING.
           EVALUATE TRUE
              WHEN WS-TERMS-SEEN >= 2
                 AND WS-LAST-GPA < WS-PASS-LINE-GPA
                 AND WS-PRIOR-GPA < WS-PASS-LINE-GPA
                 MOVE 'PROBATION' TO WS-STANDING
                 ADD 1 TO WS-PROBATION-COUNT
                 PERFORM WRITE-PROBATION-LINE
              WHEN WS-CUM-GPA >= WS-HONOURS-GPA
                 AND WS-LAST-GPA >= WS-PASS-LINE-GPA
                 MOVE 'HONOURS' TO WS-STANDING
                 ADD 1 TO WS-HONOURS-COUNT
              WHEN OTHER
                 MOVE 'GOOD STANDING' TO WS-STANDING
           END-EVALUATE.
       WRITE-PROBATION-LINE.
           MOVE WS-STU-NAME(WS-STUDENT-IDX) TO PRB-NAME
           MOVE WS-CUM-GPA TO PRB-CUM-GPA
           MOVE WS-LAST-TERM TO PRB-LAST-TERM
           MOVE WS-LAST-GPA TO PRB-LAST-GPA
           MOVE WS-PRIOR-TERM TO PRB-PRIOR-TERM
           MOVE WS-PRIOR-GPA TO PRB-PRIOR-GPA
           WRITE PROBATION-LINE FROM PROBATION-DETAIL.
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
       END PROGRAM STUDENT05.
