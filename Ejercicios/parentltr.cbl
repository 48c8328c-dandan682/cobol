       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PARLTR.
      ***************************************
      * WEEKLY PARENT NOTIFICATION LETTERS FOR THE STUDENT SUITE, SO
      * A GUARDIAN HEARS ABOUT A PROBLEM DURING THE TERM INSTEAD OF
      * FROM studinelig.rpt AT THE END OF IT. FOR EVERY STUDENT OF
      * THE CLASS ON student.dat TWO LETTERS CAN BE PRODUCED INTO
      * parentltr.rpt, ADDRESSED FROM THE GUARDMNT CONTACT FILE:
      *
      *   ATTENDANCE WARNING - ATTENDANCE SO FAR THIS TERM IS UNDER
      *   THE WARNING LINE (85 PERCENT UNLESS WARN=nn SAYS OTHERWISE;
      *   IT MUST SIT ABOVE THE 75 PERCENT LINE STUDENT REFUSES
      *   MARKS AT).
      *
      *   FAILING MARKS - THE RUNNING AVERAGE IN A SUBJECT (EARLIER
      *   TERMS ON studhist.dat PLUS THE CURRENT MARK ON student.dat)
      *   IS UNDER THAT SUBJECT'S PASS MARK FROM subjects.dat, OR
      *   UNDER 50 WHERE THE SUBJECT HAS NONE.
      *
      * EVERY LETTER SENT IS LOGGED TO lettersent.log WITH THE TERM,
      * SO THE SAME WARNING GOES TO A FAMILY ONLY ONCE A TERM. A
      * STUDENT WITHOUT A CONTACT IS LISTED AND NOT LOGGED, SO THE
      * LETTER GOES OUT ON THE FIRST RUN AFTER ONE IS ADDED.
      *
      * COMMAND LINE: CLASS=code (OR THE BARE CODE) AND WARN=nn.
      * RETURN CODE 4 WHEN A LETTER WAS HELD FOR WANT OF A CONTACT.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "student.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STUDENT-STATUS.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO "attendance.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ATTEND-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "studhist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL TERM-FILE ASSIGN TO "studterm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-STATUS.
           SELECT OPTIONAL GUARDIAN-FILE ASSIGN TO "guardian.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT OPTIONAL SENT-LOG ASSIGN TO "lettersent.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SENT-STATUS.
           SELECT LETTER-FILE ASSIGN TO "parentltr.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LETTER-STATUS.
           SELECT SUBJECT-FILE ASSIGN TO "subjects.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-STATUS.
           SELECT CLASS-FILE ASSIGN TO "classes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUD-DATA.
          02 ID-NUM            PIC 9(4).
          02 STUD-NAME         PIC X(10).
          02 STUD-MARK         PIC 999 OCCURS 3.
          02 STUD-CLASS        PIC X(4).
       FD ATTENDANCE-FILE.
       01 ATTEND-RECORD.
          02 ATT-ID            PIC 9(4).
          02 FILLER            PIC X.
          02 ATT-DATE          PIC 9(8).
          02 FILLER            PIC X.
          02 ATT-FLAG          PIC X.
          02 FILLER            PIC X.
          02 ATT-CLASS         PIC X(4).
       FD HISTORY-FILE.
       01 HIST-DATA.
          02 HIST-TERM         PIC 99.
          02 HIST-ID-NUM       PIC 9(4).
          02 HIST-NAME         PIC X(10).
          02 HIST-MARK         PIC 999 OCCURS 3.
          02 HIST-CLASS        PIC X(4).
       FD TERM-FILE.
       01 TERM-DATA.
          02 TERM-NUMBER       PIC 99.
      * THE GUARDIAN CONTACT FILE GUARDMNT MAINTAINS.
       FD GUARDIAN-FILE.
       01 GUARDIAN-RECORD.
          02 GRD-CLASS         PIC X(4).
          02 FILLER            PIC X.
          02 GRD-ID            PIC 9(4).
          02 FILLER            PIC X.
          02 GRD-NAME          PIC X(20).
          02 FILLER            PIC X.
          02 GRD-ADDRESS-1     PIC X(30).
          02 FILLER            PIC X.
          02 GRD-ADDRESS-2     PIC X(30).
      * ONE LINE PER LETTER SENT: TERM, CLASS, STUDENT, WHICH
      * LETTER AND THE DAY IT WENT.
       FD SENT-LOG.
       01 SENT-RECORD.
          02 SNT-TERM          PIC 99.
          02 FILLER            PIC X.
          02 SNT-CLASS         PIC X(4).
          02 FILLER            PIC X.
          02 SNT-ID            PIC 9(4).
          02 FILLER            PIC X.
          02 SNT-TYPE          PIC X(6).
          02 FILLER            PIC X.
          02 SNT-DATE          PIC 9(8).
       FD LETTER-FILE.
       01 PRINT-LINE           PIC X(72).
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
       WORKING-STORAGE SECTION.
       01 DATE-LINE.
          02 FILLER            PIC X(06) VALUE 'DATE: '.
          02 PRN-DATE          PIC 9(8).
       01 ADDRESS-LINE.
          02 PRN-ADDRESS       PIC X(30).
       01 SUBJECT-LINE.
          02 FILLER            PIC X(04) VALUE SPACES.
          02 PRN-SUBJECT-NAME  PIC X(12).
          02 FILLER            PIC X(18) VALUE
             ' RUNNING AVERAGE: '.
          02 PRN-RUNNING-AVG   PIC ZZ9.
          02 FILLER            PIC X(13) VALUE
             '  PASS MARK: '.
          02 PRN-PASS-MARK     PIC ZZ9.
       01 SEPARATOR-LINE       PIC X(72) VALUE ALL '-'.
       01 BLANK-LINE           PIC X(72) VALUE SPACES.
       01 WS-STUDENT-STATUS    PIC XX.
       01 WS-ATTEND-STATUS     PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-TERM-STATUS       PIC XX.
       01 WS-GUARDIAN-STATUS   PIC XX.
       01 WS-SENT-STATUS       PIC XX.
       01 WS-LETTER-STATUS     PIC XX.
       01 WS-EOF-FLAG          PIC X VALUE 'N'.
          88 WS-EOF            VALUE 'Y'.
       01 WS-CURRENT-TERM      PIC 99 VALUE 01.
       01 WS-CURRENT-DATE      PIC 9(8).
       01 WS-WARN-PCT          PIC 999 VALUE 85.
      * THE CLASS ROSTER WITH WHAT EACH LETTER NEEDS.
       01 WS-ROSTER-TABLE.
          05 WS-ROS-ENTRY OCCURS 100 TIMES.
             10 WS-ROS-ID         PIC 9(4).
             10 WS-ROS-NAME       PIC X(10).
             10 WS-ROS-MARK       PIC 999 OCCURS 3 TIMES.
             10 WS-ROS-PRESENT    PIC 999.
             10 WS-ROS-ABSENT     PIC 999.
             10 WS-ROS-HIST-TERMS PIC 99.
             10 WS-ROS-HIST-TOTAL PIC 9(4) OCCURS 3 TIMES.
       01 WS-ROSTER-COUNT      PIC 999 VALUE ZERO.
       01 WS-ROSTER-IDX        PIC 999 VALUE ZERO.
       01 WS-ROSTER-FOUND      PIC 999 VALUE ZERO.
      * THIS CLASS'S GUARDIANS.
       01 WS-GRD-TABLE.
          05 WS-GRD-ENTRY OCCURS 100 TIMES.
             10 WS-GRD-ID         PIC 9(4).
             10 WS-GRD-NAME       PIC X(20).
             10 WS-GRD-ADDRESS-1  PIC X(30).
             10 WS-GRD-ADDRESS-2  PIC X(30).
       01 WS-GRD-COUNT         PIC 999 VALUE ZERO.
       01 WS-GRD-IDX           PIC 999 VALUE ZERO.
       01 WS-GRD-FOUND         PIC 999 VALUE ZERO.
      * LETTERS ALREADY SENT THIS TERM TO THIS CLASS.
       01 WS-SENT-TABLE.
          05 WS-SENT-ENTRY OCCURS 500 TIMES.
             10 WS-SENT-ID        PIC 9(4).
             10 WS-SENT-TYPE      PIC X(6).
       01 WS-SENT-COUNT        PIC 999 VALUE ZERO.
       01 WS-SENT-IDX          PIC 999 VALUE ZERO.
       01 WS-ALREADY-SENT      PIC X VALUE 'N'.
       01 WS-LETTER-TYPE       PIC X(6).
          88 ATTENDANCE-LETTER VALUE 'ATTEND'.
          88 MARKS-LETTER      VALUE 'MARKS'.
      * PER-STUDENT WORK AREAS.
       01 WS-DAYS-TOTAL        PIC 999 VALUE ZERO.
       01 WS-PCT               PIC 999 VALUE ZERO.
       01 WS-RUNNING-AVG       PIC 999 VALUE ZERO.
       01 WS-PASS-MARK         PIC 999 VALUE ZERO.
       01 WS-FAILING-COUNT     PIC 9 VALUE ZERO.
       01 WS-FAILING-SUBJECTS.
          05 WS-FAILING-FLAG   PIC X OCCURS 3 TIMES.
       01 WS-WORK-LINE         PIC X(72).
       01 WS-EDIT-PCT          PIC ZZ9.
       01 WS-EDIT-DAYS         PIC ZZ9.
      * RUN TOTALS.
       01 WS-ATTEND-SENT       PIC 999 VALUE ZERO.
       01 WS-MARKS-SENT        PIC 999 VALUE ZERO.
       01 WS-REPEAT-COUNT      PIC 999 VALUE ZERO.
       01 WS-NO-CONTACT-COUNT  PIC 999 VALUE ZERO.
      * SUBJECT MASTER TABLE; WITHOUT subjects.dat THE CLASSIC
      * EQUAL-WEIGHT, AVERAGE-OF-50 RULES APPLY.
       01 WS-SUBJECT-MASTER.
          05 WS-SM-ENTRY OCCURS 3 TIMES.
             10 WS-SM-NAME     PIC X(12).
             10 WS-SM-CREDITS  PIC 9.
             10 WS-SM-PASS     PIC 999.
       01 WS-SM-STATUS         PIC XX.
       01 WS-SM-EOF            PIC X VALUE 'N'.
       01 WS-SM-IDX            PIC 9 VALUE ZERO.
       01 WS-SM-CREDIT-SUM     PIC 99 VALUE ZERO.
      * THE CLASS AND WARNING LINE, FROM THE COMMAND LINE.
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
           DISPLAY 'PARLTR - PARENT NOTIFICATION LETTERS'
           PERFORM READ-RUN-PARMS
           PERFORM CHECK-RUN-CLASS
           IF WS-CLASS-FOUND = 'N'
              DISPLAY 'CLASS ' WS-RUN-CLASS
                 ' NOT ON classes.dat - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'ATTENDANCE WARNING LINE - ' WS-WARN-PCT
              ' PERCENT'
           PERFORM LOAD-SUBJECT-MASTER
           PERFORM READ-CURRENT-TERM
           PERFORM LOAD-ROSTER
           IF WS-ROSTER-COUNT = ZERO
              DISPLAY 'NO STUDENTS ON FILE FOR THE CLASS - NO LETTERS'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ATTENDANCE
           PERFORM LOAD-HISTORY
           PERFORM LOAD-GUARDIANS
           PERFORM LOAD-SENT-LOG
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING parentltr.rpt, STATUS: '
                 WS-LETTER-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND SENT-LOG
           IF WS-SENT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING lettersent.log, STATUS: '
                 WS-SENT-STATUS
              CLOSE LETTER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-ONE-STUDENT
              VARYING WS-ROSTER-IDX FROM 1 BY 1
              UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
           CLOSE LETTER-FILE SENT-LOG
           DISPLAY 'ATTENDANCE WARNINGS SENT:     ' WS-ATTEND-SENT
           DISPLAY 'FAILING MARKS LETTERS SENT:   ' WS-MARKS-SENT
           DISPLAY 'ALREADY SENT THIS TERM:       ' WS-REPEAT-COUNT
           DISPLAY 'HELD - NO GUARDIAN ON FILE:   ' WS-NO-CONTACT-COUNT
           IF WS-NO-CONTACT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       READ-RUN-PARMS.
      * A BARE CODE IS THE CLASS; KEY=VALUE PAIRS GO THROUGH THE
      * SHARED PARAMS READER: CLASS=code AND WARN=nn.
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
              MOVE 'GET' TO PARM-FUNCTION
              MOVE 'WARN' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION MOVE 4 TO PARM-RC
              END-CALL
              IF PARM-RC = ZERO
                 IF PARM-VALUE(1:2) IS NUMERIC
                    AND PARM-VALUE(3:1) = SPACE
                    AND PARM-VALUE(1:2) > '75'
                    MOVE PARM-VALUE(1:2) TO WS-WARN-PCT
                 ELSE
                    DISPLAY 'WARN= MUST BE 76-99 - 85 APPLIES'
                 END-IF
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
       READ-CURRENT-TERM.
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS = '00'
              READ TERM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF TERM-NUMBER IS NUMERIC
                       AND TERM-NUMBER > ZERO
                       MOVE TERM-NUMBER TO WS-CURRENT-TERM
                    END-IF
              END-READ
              CLOSE TERM-FILE
           END-IF
           DISPLAY 'CURRENT TERM - ' WS-CURRENT-TERM.
       LOAD-ROSTER.
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING student.dat, STATUS: '
                 WS-STUDENT-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-ROSTER-COUNT >= 100
                 READ STUDENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF STUD-CLASS = WS-RUN-CLASS
                          PERFORM STORE-ROSTER-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       STORE-ROSTER-ENTRY.
           ADD 1 TO WS-ROSTER-COUNT
           INITIALIZE WS-ROS-ENTRY(WS-ROSTER-COUNT)
           MOVE ID-NUM    TO WS-ROS-ID(WS-ROSTER-COUNT)
           MOVE STUD-NAME TO WS-ROS-NAME(WS-ROSTER-COUNT)
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > 3
              MOVE STUD-MARK(WS-SM-IDX)
                 TO WS-ROS-MARK(WS-ROSTER-COUNT, WS-SM-IDX)
           END-PERFORM.
       LOAD-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTEND-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ ATTENDANCE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF ATT-CLASS = WS-RUN-CLASS
                          PERFORM TALLY-ATTENDANCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ATTENDANCE-FILE
           ELSE
              DISPLAY 'NO ATTENDANCE FILE - NO ATTENDANCE LETTERS'
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       TALLY-ATTENDANCE.
           MOVE ZERO TO WS-ROSTER-FOUND
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
              UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
              IF WS-ROS-ID(WS-ROSTER-IDX) = ATT-ID
                 MOVE WS-ROSTER-IDX TO WS-ROSTER-FOUND
              END-IF
           END-PERFORM
           IF WS-ROSTER-FOUND > ZERO
              IF ATT-FLAG = 'P'
                 ADD 1 TO WS-ROS-PRESENT(WS-ROSTER-FOUND)
              ELSE
                 ADD 1 TO WS-ROS-ABSENT(WS-ROSTER-FOUND)
              END-IF
           END-IF.
       LOAD-HISTORY.
      * EARLIER TERMS ONLY - THE CURRENT TERM'S MARKS ARE THE ONES
      * ON student.dat. STUDENTS ARE MATCHED BY NAME, AS IN
      * STUDENT04.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ HISTORY-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF HIST-CLASS = WS-RUN-CLASS
                          AND HIST-TERM NOT = WS-CURRENT-TERM
                          PERFORM ADD-HISTORY-TERM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       ADD-HISTORY-TERM.
           MOVE ZERO TO WS-ROSTER-FOUND
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
              UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
              IF WS-ROS-NAME(WS-ROSTER-IDX) = HIST-NAME
                 MOVE WS-ROSTER-IDX TO WS-ROSTER-FOUND
              END-IF
           END-PERFORM
           IF WS-ROSTER-FOUND > ZERO
              ADD 1 TO WS-ROS-HIST-TERMS(WS-ROSTER-FOUND)
              PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                 UNTIL WS-SM-IDX > 3
                 ADD HIST-MARK(WS-SM-IDX)
                    TO WS-ROS-HIST-TOTAL(WS-ROSTER-FOUND, WS-SM-IDX)
              END-PERFORM
           END-IF.
       LOAD-GUARDIANS.
           OPEN INPUT GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-GRD-COUNT >= 100
                 READ GUARDIAN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF GRD-CLASS = WS-RUN-CLASS
                          ADD 1 TO WS-GRD-COUNT
                          MOVE GRD-ID TO WS-GRD-ID(WS-GRD-COUNT)
                          MOVE GRD-NAME TO WS-GRD-NAME(WS-GRD-COUNT)
                          MOVE GRD-ADDRESS-1
                             TO WS-GRD-ADDRESS-1(WS-GRD-COUNT)
                          MOVE GRD-ADDRESS-2
                             TO WS-GRD-ADDRESS-2(WS-GRD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GUARDIAN-FILE
           ELSE
              DISPLAY 'ERROR OPENING guardian.dat, STATUS: '
                 WS-GUARDIAN-STATUS
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-SENT-LOG.
           OPEN INPUT SENT-LOG
           IF WS-SENT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SENT-COUNT >= 500
                 READ SENT-LOG
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF SNT-TERM = WS-CURRENT-TERM
                          AND SNT-CLASS = WS-RUN-CLASS
                          ADD 1 TO WS-SENT-COUNT
                          MOVE SNT-ID TO WS-SENT-ID(WS-SENT-COUNT)
                          MOVE SNT-TYPE
                             TO WS-SENT-TYPE(WS-SENT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SENT-LOG
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       CHECK-ONE-STUDENT.
           MOVE ZERO TO WS-GRD-FOUND
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
              UNTIL WS-GRD-IDX > WS-GRD-COUNT
              IF WS-GRD-ID(WS-GRD-IDX) = WS-ROS-ID(WS-ROSTER-IDX)
                 MOVE WS-GRD-IDX TO WS-GRD-FOUND
              END-IF
           END-PERFORM
      * ATTENDANCE: ONLY A STUDENT WITH ENTRIES CAN BE JUDGED.
           COMPUTE WS-DAYS-TOTAL = WS-ROS-PRESENT(WS-ROSTER-IDX)
              + WS-ROS-ABSENT(WS-ROSTER-IDX)
           IF WS-DAYS-TOTAL > ZERO
              COMPUTE WS-PCT =
                 (WS-ROS-PRESENT(WS-ROSTER-IDX) * 100)
                 / WS-DAYS-TOTAL
              IF WS-PCT < WS-WARN-PCT
                 MOVE 'ATTEND' TO WS-LETTER-TYPE
                 PERFORM SEND-ONE-LETTER
              END-IF
           END-IF
      * MARKS: THE RUNNING AVERAGE PER SUBJECT AGAINST ITS PASS MARK.
           MOVE ZERO TO WS-FAILING-COUNT
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > 3
              PERFORM COMPUTE-RUNNING-AVERAGE
              IF WS-RUNNING-AVG < WS-PASS-MARK
                 MOVE 'Y' TO WS-FAILING-FLAG(WS-SM-IDX)
                 ADD 1 TO WS-FAILING-COUNT
              ELSE
                 MOVE 'N' TO WS-FAILING-FLAG(WS-SM-IDX)
              END-IF
           END-PERFORM
           IF WS-FAILING-COUNT > ZERO
              MOVE 'MARKS' TO WS-LETTER-TYPE
              PERFORM SEND-ONE-LETTER
           END-IF.
       COMPUTE-RUNNING-AVERAGE.
           COMPUTE WS-RUNNING-AVG ROUNDED =
              (WS-ROS-HIST-TOTAL(WS-ROSTER-IDX, WS-SM-IDX)
               + WS-ROS-MARK(WS-ROSTER-IDX, WS-SM-IDX))
              / (WS-ROS-HIST-TERMS(WS-ROSTER-IDX) + 1)
           IF WS-SM-PASS(WS-SM-IDX) > ZERO
              MOVE WS-SM-PASS(WS-SM-IDX) TO WS-PASS-MARK
           ELSE
              MOVE 50 TO WS-PASS-MARK
           END-IF.
       SEND-ONE-LETTER.
           MOVE 'N' TO WS-ALREADY-SENT
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
              UNTIL WS-SENT-IDX > WS-SENT-COUNT
              IF WS-SENT-ID(WS-SENT-IDX) = WS-ROS-ID(WS-ROSTER-IDX)
                 AND WS-SENT-TYPE(WS-SENT-IDX) = WS-LETTER-TYPE
                 MOVE 'Y' TO WS-ALREADY-SENT
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-ALREADY-SENT = 'Y'
                 ADD 1 TO WS-REPEAT-COUNT
              WHEN WS-GRD-FOUND = ZERO
                 ADD 1 TO WS-NO-CONTACT-COUNT
                 DISPLAY 'NO GUARDIAN ON FILE - ' WS-LETTER-TYPE
                    ' LETTER HELD FOR ' WS-ROS-ID(WS-ROSTER-IDX)
                    ' ' WS-ROS-NAME(WS-ROSTER-IDX)
              WHEN OTHER
                 PERFORM WRITE-LETTER-HEAD
                 IF ATTENDANCE-LETTER
                    PERFORM WRITE-ATTENDANCE-BODY
                    ADD 1 TO WS-ATTEND-SENT
                 ELSE
                    PERFORM WRITE-MARKS-BODY
                    ADD 1 TO WS-MARKS-SENT
                 END-IF
                 PERFORM WRITE-LETTER-FOOT
                 PERFORM LOG-LETTER-SENT
           END-EVALUATE.
       WRITE-LETTER-HEAD.
           MOVE WS-CURRENT-DATE TO PRN-DATE
           WRITE PRINT-LINE FROM DATE-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-GRD-NAME(WS-GRD-FOUND) TO PRN-ADDRESS
           WRITE PRINT-LINE FROM ADDRESS-LINE
           MOVE WS-GRD-ADDRESS-1(WS-GRD-FOUND) TO PRN-ADDRESS
           WRITE PRINT-LINE FROM ADDRESS-LINE
           MOVE WS-GRD-ADDRESS-2(WS-GRD-FOUND) TO PRN-ADDRESS
           WRITE PRINT-LINE FROM ADDRESS-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'RE: ' DELIMITED BY SIZE
              WS-ROS-NAME(WS-ROSTER-IDX) DELIMITED BY SPACE
              ', CLASS ' DELIMITED BY SIZE
              WS-RUN-CLASS DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-RUN-CLASS-NAME DELIMITED BY SIZE
              INTO WS-WORK-LINE
           WRITE PRINT-LINE FROM WS-WORK-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'DEAR ' DELIMITED BY SIZE
              WS-GRD-NAME(WS-GRD-FOUND) DELIMITED BY '  '
              ',' DELIMITED BY SIZE
              INTO WS-WORK-LINE
           WRITE PRINT-LINE FROM WS-WORK-LINE
           WRITE PRINT-LINE FROM BLANK-LINE.
       WRITE-ATTENDANCE-BODY.
           MOVE WS-PCT TO WS-EDIT-PCT
           MOVE WS-DAYS-TOTAL TO WS-EDIT-DAYS
           MOVE SPACES TO WS-WORK-LINE
           STRING 'ATTENDANCE WARNING - SO FAR THIS TERM '
                 DELIMITED BY SIZE
              WS-ROS-NAME(WS-ROSTER-IDX) DELIMITED BY SPACE
              ' HAS ATTENDED' DELIMITED BY SIZE
              INTO WS-WORK-LINE
           WRITE PRINT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING WS-EDIT-PCT DELIMITED BY SIZE
              ' PERCENT OF ' DELIMITED BY SIZE
              WS-EDIT-DAYS DELIMITED BY SIZE
              ' SCHOOL DAYS RECORDED.' DELIMITED BY SIZE
              INTO WS-WORK-LINE
           WRITE PRINT-LINE FROM WS-WORK-LINE
           MOVE 'A STUDENT WHOSE ATTENDANCE FALLS BELOW 75 PERCENT '
              TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'CANNOT HAVE MARKS ACCEPTED FOR THE TERM.'
              TO PRINT-LINE
           WRITE PRINT-LINE.
       WRITE-MARKS-BODY.
           MOVE SPACES TO WS-WORK-LINE
           STRING 'FAILING MARKS - ' DELIMITED BY SIZE
              WS-ROS-NAME(WS-ROSTER-IDX) DELIMITED BY SPACE
              '''S RUNNING AVERAGE IS BELOW THE PASS MARK IN:'
                 DELIMITED BY SIZE
              INTO WS-WORK-LINE
           WRITE PRINT-LINE FROM WS-WORK-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM WRITE-FAILING-SUBJECT
              VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > 3.
       WRITE-FAILING-SUBJECT.
           IF WS-FAILING-FLAG(WS-SM-IDX) = 'Y'
              PERFORM COMPUTE-RUNNING-AVERAGE
              MOVE WS-SM-NAME(WS-SM-IDX) TO PRN-SUBJECT-NAME
              MOVE WS-RUNNING-AVG TO PRN-RUNNING-AVG
              MOVE WS-PASS-MARK TO PRN-PASS-MARK
              WRITE PRINT-LINE FROM SUBJECT-LINE
           END-IF.
       WRITE-LETTER-FOOT.
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE 'PLEASE CONTACT THE SCHOOL OFFICE TO DISCUSS HOW WE '
              TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'CAN HELP.' TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE 'YOURS SINCERELY,' TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE 'THE FORM TEACHER' TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SEPARATOR-LINE.
       LOG-LETTER-SENT.
           MOVE SPACES TO SENT-RECORD
           MOVE WS-CURRENT-TERM TO SNT-TERM
           MOVE WS-RUN-CLASS TO SNT-CLASS
           MOVE WS-ROS-ID(WS-ROSTER-IDX) TO SNT-ID
           MOVE WS-LETTER-TYPE TO SNT-TYPE
           MOVE WS-CURRENT-DATE TO SNT-DATE
           WRITE SENT-RECORD.
       END PROGRAM PARLTR.
