      * attendance.dat THAT ATTRPT REPORTS AND STUDENT CHECKS
      * EXAM ELIGIBILITY FROM. A CLEANLY PROCESSED INPUT FILE IS
      * RESET EMPTY SO A RERUN CANNOT CAPTURE TWICE.
      *
      * COMMAND LINE: CLASS=code (OR THE BARE CODE). attendin.dat
      * HOLDS ONE CLASS'S ENTRIES; THEY ARE CHECKED AGAINST THAT
      * CLASS'S ROSTER AND FILED UNDER ITS CODE. NO CLASS IS THE
      * UNNAMED DEFAULT CLASS.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "attendance.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ATTEND-STATUS.
           SELECT CLASS-FILE ASSIGN TO "classes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ATTEND-IN-FILE.
          02 ID-NUM            PIC 9(4).
          02 STUD-NAME         PIC X(10).
          02 STUD-MARK         PIC 999 OCCURS 3.
          02 STUD-CLASS        PIC X(4).
       FD ATTENDANCE-FILE.
       01 ATTEND-RECORD.
          02 ATT-ID            PIC 9(4).
          02 ATT-DATE          PIC 9(8).
          02 FILLER            PIC X.
          02 ATT-FLAG          PIC X.
          02 FILLER            PIC X.
          02 ATT-CLASS         PIC X(4).
      * THE CLASS MASTER CLASSMNT MAINTAINS.
       FD CLASS-FILE.
       01 CLASS-RECORD.
          02 CLS-CODE          PIC X(4).
          02 FILLER            PIC X.
          02 CLS-NAME          PIC X(20).
          02 FILLER            PIC X.
          02 CLS-TEACHER       PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-ATTIN-STATUS      PIC XX.
       01 WS-STUDENT-STATUS    PIC XX.
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
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
           DISPLAY 'ATTEND - ATTENDANCE CAPTURE'
           PERFORM READ-CLASS-PARM
           PERFORM CHECK-RUN-CLASS
           IF WS-CLASS-FOUND = 'N'
              DISPLAY 'CLASS ' WS-RUN-CLASS
                 ' NOT ON classes.dat - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ROSTER
           IF WS-ROSTER-COUNT = ZERO
              DISPLAY 'NO ROSTER ON student.dat - CAPTURE REFUSED'
              MOVE 4 TO RETURN-CODE
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
       LOAD-ROSTER.
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = '00'
                 READ STUDENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF STUD-CLASS = WS-RUN-CLASS
                          ADD 1 TO WS-ROSTER-COUNT
                          MOVE ID-NUM
                             TO WS-ROSTER-ID(WS-ROSTER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
                 MOVE AIN-ID   TO ATT-ID
                 MOVE AIN-DATE TO ATT-DATE
                 MOVE AIN-FLAG TO ATT-FLAG
                 MOVE WS-RUN-CLASS TO ATT-CLASS
                 WRITE ATTEND-RECORD
                 ADD 1 TO WS-CAPTURED-COUNT
           END-EVALUATE.
