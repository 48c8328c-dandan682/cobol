      * SCHOOL POLICY LINE THAT BARS THEM FROM SITTING EXAMS.
      *
      * COMMAND LINE: MONTH (YYYYMM). BLANK TAKES THE WHOLE FILE.
      * OR, THROUGH THE SHARED PARAMS READER, MONTH=yyyymm AND/OR
      * CLASS=code TO REGISTER ONE CLASS; WITHOUT A CLASS THE
      * UNNAMED DEFAULT CLASS IS REGISTERED.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS WS-STUDENT-STATUS.
           SELECT REGISTER-REPORT ASSIGN TO "attendreg.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLASS-FILE ASSIGN TO "classes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ATTENDANCE-FILE.
          02 ATT-DATE          PIC 9(8).
          02 FILLER            PIC X.
          02 ATT-FLAG          PIC X.
          02 FILLER            PIC X.
          02 ATT-CLASS         PIC X(4).
       FD STUDENT-FILE.
       01 STUD-DATA.
          02 ID-NUM            PIC 9(4).
          02 STUD-NAME         PIC X(10).
          02 STUD-MARK         PIC 999 OCCURS 3.
          02 STUD-CLASS        PIC X(4).
       FD REGISTER-REPORT.
       01 PRINT-LINE           PIC X(70).
      * THE CLASS MASTER CLASSMNT MAINTAINS.
       FD CLASS-FILE.
       01 CLASS-RECORD.
          02 CLS-CODE          PIC X(4).
          02 FILLER            PIC X.
          02 CLS-NAME          PIC X(20).
          02 FILLER            PIC X.
          02 CLS-TEACHER       PIC X(20).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING         PIC X(27) VALUE
          'MONTHLY ATTENDANCE REGISTER'.
       01 MONTH-LINE.
          02 FILLER            PIC X(07) VALUE 'MONTH: '.
          02 PRN-MONTH         PIC X(6).
       01 CLASS-LINE.
          02 FILLER            PIC X(07) VALUE 'CLASS: '.
          02 PRN-CLASS         PIC X(4).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 PRN-CLASS-NAME    PIC X(20).
       01 REGISTER-DETAIL-LINE.
          02 PRN-ID            PIC 9(4).
          02 FILLER            PIC X(01) VALUE SPACE.
       01 WS-STUDENT-STATUS    PIC XX.
       01 WS-EOF-FLAG          PIC X VALUE 'N'.
          88 WS-EOF            VALUE 'Y'.
       01 WS-FILTER-MONTH      PIC X(6) VALUE SPACES.
       01 WS-ROSTER-TABLE.
          05 WS-ROSTER-ENTRY OCCURS 100 TIMES.
       01 WS-ORPHAN-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DAYS-TOTAL        PIC 999 VALUE ZERO.
       01 WS-PCT               PIC 999 VALUE ZERO.
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
           DISPLAY 'ATTRPT - MONTHLY ATTENDANCE REGISTER'
           PERFORM READ-RUN-PARMS
           IF WS-FILTER-MONTH NOT = SPACES
              DISPLAY '  MONTH: ' WS-FILTER-MONTH
           END-IF
           PERFORM CHECK-RUN-CLASS
           IF WS-CLASS-FOUND = 'N'
              DISPLAY 'CLASS ' WS-RUN-CLASS
                 ' NOT ON classes.dat - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ROSTER
           IF WS-ROSTER-COUNT = ZERO
              DISPLAY 'NO ROSTER ON student.dat - NO REGISTER'
              MOVE WS-FILTER-MONTH TO PRN-MONTH
              WRITE PRINT-LINE FROM MONTH-LINE
           END-IF
           IF WS-RUN-CLASS NOT = SPACES
              MOVE WS-RUN-CLASS TO PRN-CLASS
              MOVE WS-RUN-CLASS-NAME TO PRN-CLASS-NAME
              WRITE PRINT-LINE FROM CLASS-LINE
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM WRITE-ONE-STUDENT
              VARYING WS-ROSTER-IDX FROM 1 BY 1
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       READ-RUN-PARMS.
      * A BARE YYYYMM IS THE MONTH, AS IT ALWAYS WAS; KEY=VALUE
      * PAIRS GO THROUGH THE SHARED PARAMS READER.
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
              MOVE 'MONTH' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION MOVE 4 TO PARM-RC
              END-CALL
              IF PARM-RC = ZERO AND PARM-VALUE(1:6) IS NUMERIC
                 MOVE PARM-VALUE(1:6) TO WS-FILTER-MONTH
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
              IF WS-CMDLINE-FULL(1:6) IS NUMERIC
                 MOVE WS-CMDLINE-FULL(1:6) TO WS-FILTER-MONTH
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
       LOAD-ROSTER.
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = '00'
                 READ STUDENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF STUD-CLASS = WS-RUN-CLASS
                          ADD 1 TO WS-ROSTER-COUNT
                          MOVE ID-NUM
                             TO WS-ROS-ID(WS-ROSTER-COUNT)
                          MOVE STUD-NAME
                             TO WS-ROS-NAME(WS-ROSTER-COUNT)
                          MOVE ZERO
                             TO WS-ROS-PRESENT(WS-ROSTER-COUNT)
                          MOVE ZERO
                             TO WS-ROS-ABSENT(WS-ROSTER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       TALLY-ONE-ENTRY.
           IF (WS-FILTER-MONTH NOT = SPACES
              AND ATT-DATE(1:6) NOT = WS-FILTER-MONTH)
              OR ATT-CLASS NOT = WS-RUN-CLASS
              CONTINUE
           ELSE
              MOVE ZERO TO WS-ROSTER-FOUND
