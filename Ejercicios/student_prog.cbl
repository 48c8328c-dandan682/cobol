      * EVERY STUDENT IT SHOWS THE AVERAGE TERM BY TERM AND FLAGS
      * THE LATEST MOVE AS IMPROVING OR DECLINING AGAINST THE
      * PREVIOUS TERM - THE ANSWER TO WHETHER THE EXTRA COACHING
      * WORKED. STUDENTS ARE MATCHED ACROSS TERMS BY NAME. THE RUN
      * COVERS ONE CLASS (CLASS=code, BLANK FOR THE DEFAULT CLASS).
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
       FD HISTORY-FILE.
          02 HIST-ID-NUM       PIC 9(4).
          02 HIST-NAME         PIC X(10).
          02 HIST-MARK         PIC 999 OCCURS 3.
          02 HIST-CLASS        PIC X(4).
       FD PROGRESS-REPORT.
       01 PRINT-LINE           PIC X(90).
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
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING         PIC X(26) VALUE
          'STUDENT PROGRESSION REPORT'.
       01 CLASS-LINE.
          02 FILLER            PIC X(07) VALUE 'CLASS: '.
          02 PRN-CLASS         PIC X(4).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 PRN-CLASS-NAME    PIC X(20).
       01 STUDENT-HEAD-LINE.
          02 FILLER            PIC X(08) VALUE 'STUDENT '.
          02 PRN-NAME          PIC X(10).
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
           DISPLAY 'STUDENT04 - PROGRESSION REPORT'
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
           END-IF
           OPEN OUTPUT PROGRESS-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           IF WS-RUN-CLASS NOT = SPACES
              MOVE WS-RUN-CLASS TO PRN-CLASS
              MOVE WS-RUN-CLASS-NAME TO PRN-CLASS-NAME
              WRITE PRINT-LINE FROM CLASS-LINE
           END-IF
           PERFORM WRITE-ONE-STUDENT
              VARYING WS-STUDENT-IDX FROM 1 BY 1
              UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT
                 TO PRN-AVERAGE
              WRITE PRINT-LINE FROM TERM-DETAIL-LINE
           END-IF.
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
       END PROGRAM STUDENT04.
