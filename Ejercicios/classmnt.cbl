       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CLASSMNT.
      ***************************************
      * CLASS MASTER MAINTENANCE FOR THE STUDENT SUITE, IN THE
      * STYLE OF THE SUBJMNT MENU. MAINTAINS classes.dat: ONE LINE
      * PER CLASS/SECTION WITH ITS 4-CHARACTER CODE, A NAME AND THE
      * FORM TEACHER. EVERY STUDENT PROGRAM TAKES THE CLASS AS A RUN
      * PARAMETER (CLASS=code) AND REFUSES A CODE THAT IS NOT ON
      * THIS FILE; RUN WITHOUT ONE THEY WORK ON THE UNNAMED DEFAULT
      * CLASS, AS BEFORE THERE WAS MORE THAN ONE. 'ALL' IS KEPT FOR
      * STUDENT02'S SIDE-BY-SIDE COMPARISON AND CANNOT BE A CODE. A
      * CLASS STILL HOLDING STUDENTS ON student.dat CANNOT BE
      * DELETED.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLASS-FILE ASSIGN TO "classes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASS-STATUS.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "student.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STUDENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLASS-FILE.
       01 CLASS-RECORD.
          02 CLS-CODE          PIC X(4).
          02 FILLER            PIC X.
          02 CLS-NAME          PIC X(20).
          02 FILLER            PIC X.
          02 CLS-TEACHER       PIC X(20).
       FD STUDENT-FILE.
       01 STUD-DATA.
          02 ID-NUM            PIC 9(4).
          02 STUD-NAME         PIC X(10).
          02 STUD-MARK         PIC 999 OCCURS 3.
          02 STUD-CLASS        PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-CLASS-STATUS    PIC XX VALUE '00'.
       01 WS-STUDENT-STATUS  PIC XX VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
       01 WS-CLASS-TABLE.
          05 WS-CLS-ENTRY OCCURS 50 TIMES.
             10 WS-CLS-CODE       PIC X(4).
             10 WS-CLS-NAME       PIC X(20).
             10 WS-CLS-TEACHER    PIC X(20).
       01 WS-CLS-COUNT       PIC 99 VALUE ZERO.
       01 WS-CLS-IDX         PIC 99 VALUE ZERO.
       01 WS-CLS-FOUND       PIC 99 VALUE ZERO.
       01 WS-MOVE-IDX        PIC 99 VALUE ZERO.
       01 WS-ENTRY-CODE      PIC X(4).
       01 WS-ENTRY-NAME      PIC X(20).
       01 WS-ENTRY-TEACHER   PIC X(20).
       01 WS-CLASS-STUDENTS  PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY 'CLASSMNT - CLASS MASTER MAINTENANCE'
           PERFORM LOAD-CLASS-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'CLASS RECORDS'
              DISPLAY ' '
              DISPLAY '1 : ADD CLASS'
              DISPLAY '2 : CHANGE CLASS'
              DISPLAY '3 : DELETE CLASS'
              DISPLAY '4 : LIST CLASSES'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDCLASS
                 WHEN 2 PERFORM CHANGECLASS
                 WHEN 3 PERFORM DELETECLASS
                 WHEN 4 PERFORM LISTCLASSES
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       LOAD-CLASS-FILE.
           OPEN INPUT CLASS-FILE
           IF WS-CLASS-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-CLS-COUNT >= 50
                 READ CLASS-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CLS-COUNT
                       MOVE CLS-CODE TO WS-CLS-CODE(WS-CLS-COUNT)
                       MOVE CLS-NAME TO WS-CLS-NAME(WS-CLS-COUNT)
                       MOVE CLS-TEACHER
                          TO WS-CLS-TEACHER(WS-CLS-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CLASS-FILE
           ELSE
              DISPLAY 'ERROR OPENING classes.dat, STATUS: '
                 WS-CLASS-STATUS
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       REWRITE-CLASS-FILE.
           OPEN OUTPUT CLASS-FILE
           IF WS-CLASS-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING classes.dat, STATUS: '
                 WS-CLASS-STATUS
           ELSE
              PERFORM WRITE-ONE-CLASS
                 VARYING WS-CLS-IDX FROM 1 BY 1
                 UNTIL WS-CLS-IDX > WS-CLS-COUNT
              CLOSE CLASS-FILE
           END-IF.
       WRITE-ONE-CLASS.
           MOVE SPACES TO CLASS-RECORD
           MOVE WS-CLS-CODE(WS-CLS-IDX)    TO CLS-CODE
           MOVE WS-CLS-NAME(WS-CLS-IDX)    TO CLS-NAME
           MOVE WS-CLS-TEACHER(WS-CLS-IDX) TO CLS-TEACHER
           WRITE CLASS-RECORD.
       FIND-CLASS.
           MOVE ZERO TO WS-CLS-FOUND
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
              UNTIL WS-CLS-IDX > WS-CLS-COUNT
              IF WS-CLS-CODE(WS-CLS-IDX) = WS-ENTRY-CODE
                 MOVE WS-CLS-IDX TO WS-CLS-FOUND
              END-IF
           END-PERFORM.
       ADDCLASS.
           DISPLAY ' '
           DISPLAY 'CLASS CODE (4 CHARACTERS): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-CODE
           PERFORM FIND-CLASS
           EVALUATE TRUE
              WHEN WS-ENTRY-CODE = SPACES OR 'ALL'
                 DISPLAY 'CLASS CODE CANNOT BE BLANK OR ALL.'
              WHEN WS-CLS-FOUND > ZERO
                 DISPLAY 'CLASS ALREADY ON FILE.'
              WHEN WS-CLS-COUNT >= 50
                 DISPLAY 'CLASS FILE FULL.'
              WHEN OTHER
                 DISPLAY 'CLASS NAME: ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-NAME
                 DISPLAY 'FORM TEACHER: ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-TEACHER
                 ADD 1 TO WS-CLS-COUNT
                 MOVE WS-ENTRY-CODE TO WS-CLS-CODE(WS-CLS-COUNT)
                 MOVE WS-ENTRY-NAME TO WS-CLS-NAME(WS-CLS-COUNT)
                 MOVE WS-ENTRY-TEACHER
                    TO WS-CLS-TEACHER(WS-CLS-COUNT)
                 PERFORM REWRITE-CLASS-FILE
                 DISPLAY 'CLASS ADDED.'
           END-EVALUATE.
       CHANGECLASS.
           DISPLAY ' '
           DISPLAY 'CLASS CODE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-CODE
           PERFORM FIND-CLASS
           IF WS-CLS-FOUND = ZERO
              DISPLAY 'CLASS NOT ON FILE.'
           ELSE
              DISPLAY 'CURRENT: ' WS-CLS-NAME(WS-CLS-FOUND)
                 ' TEACHER ' WS-CLS-TEACHER(WS-CLS-FOUND)
              DISPLAY 'CLASS NAME: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-NAME
              IF WS-ENTRY-NAME NOT = SPACES
                 MOVE WS-ENTRY-NAME TO WS-CLS-NAME(WS-CLS-FOUND)
              END-IF
              DISPLAY 'FORM TEACHER: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-TEACHER
              IF WS-ENTRY-TEACHER NOT = SPACES
                 MOVE WS-ENTRY-TEACHER
                    TO WS-CLS-TEACHER(WS-CLS-FOUND)
              END-IF
              PERFORM REWRITE-CLASS-FILE
              DISPLAY 'CLASS CHANGED.'
           END-IF.
       DELETECLASS.
           DISPLAY ' '
           DISPLAY 'CLASS CODE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-CODE
           PERFORM FIND-CLASS
           IF WS-CLS-FOUND = ZERO
              DISPLAY 'CLASS NOT ON FILE.'
           ELSE
              PERFORM COUNT-CLASS-STUDENTS
              IF WS-CLASS-STUDENTS > ZERO
                 DISPLAY 'CLASS STILL HAS ' WS-CLASS-STUDENTS
                    ' STUDENTS ON student.dat - NOT DELETED.'
              ELSE
                 PERFORM VARYING WS-MOVE-IDX FROM WS-CLS-FOUND BY 1
                    UNTIL WS-MOVE-IDX >= WS-CLS-COUNT
                    MOVE WS-CLS-ENTRY(WS-MOVE-IDX + 1)
                       TO WS-CLS-ENTRY(WS-MOVE-IDX)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-CLS-COUNT
                 PERFORM REWRITE-CLASS-FILE
                 DISPLAY 'CLASS DELETED.'
              END-IF
           END-IF.
       COUNT-CLASS-STUDENTS.
           MOVE ZERO TO WS-CLASS-STUDENTS
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ STUDENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF STUD-CLASS = WS-ENTRY-CODE
                          ADD 1 TO WS-CLASS-STUDENTS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       LISTCLASSES.
           DISPLAY ' '
           PERFORM LIST-ONE-CLASS
              VARYING WS-CLS-IDX FROM 1 BY 1
              UNTIL WS-CLS-IDX > WS-CLS-COUNT
           DISPLAY 'CLASSES ON FILE: ' WS-CLS-COUNT.
       LIST-ONE-CLASS.
           DISPLAY WS-CLS-CODE(WS-CLS-IDX) ' ' WS-CLS-NAME(WS-CLS-IDX)
              ' TEACHER ' WS-CLS-TEACHER(WS-CLS-IDX).
       END PROGRAM CLASSMNT.
