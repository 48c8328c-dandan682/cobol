       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GUARDMNT.
      ***************************************
      * GUARDIAN CONTACT MAINTENANCE FOR THE STUDENT SUITE, IN THE
      * STYLE OF THE CLASSMNT MENU. MAINTAINS guardian.dat: ONE LINE
      * PER STUDENT (CLASS AND STUDENT ID) WITH THE PARENT OR
      * GUARDIAN'S NAME AND A TWO-LINE POSTAL ADDRESS. PARLTR ADDRESSES
      * ITS ATTENDANCE AND FAILING-MARKS LETTERS FROM THIS FILE.
      *
      * COMMAND LINE: CLASS=code (OR THE BARE CODE) - THE MENU WORKS
      * ON THAT CLASS'S STUDENTS; OTHER CLASSES' CONTACTS ARE
      * CARRIED FORWARD UNTOUCHED. A CONTACT CAN ONLY BE ADDED FOR A
      * STUDENT ON THE CLASS ROSTER IN student.dat.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GUARDIAN-FILE ASSIGN TO "guardian.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "student.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STUDENT-STATUS.
           SELECT CLASS-FILE ASSIGN TO "classes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * THE GUARDIAN CONTACT FILE, KEYED BY CLASS AND STUDENT ID.
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
       FD STUDENT-FILE.
       01 STUD-DATA.
          02 ID-NUM            PIC 9(4).
          02 STUD-NAME         PIC X(10).
          02 STUD-MARK         PIC 999 OCCURS 3.
          02 STUD-CLASS        PIC X(4).
      * THE CLASS MASTER CLASSMNT MAINTAINS.
       FD CLASS-FILE.
       01 CLASS-RECORD.
          02 CLS-CODE          PIC X(4).
          02 FILLER            PIC X.
          02 CLS-NAME          PIC X(20).
          02 FILLER            PIC X.
          02 CLS-TEACHER       PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-GUARDIAN-STATUS PIC XX VALUE '00'.
       01 WS-STUDENT-STATUS  PIC XX VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
      * EVERY CLASS'S CONTACTS, SO THE REWRITE LOSES NOTHING.
       01 WS-GRD-TABLE.
          05 WS-GRD-ENTRY OCCURS 1000 TIMES.
             10 WS-GRD-CLASS      PIC X(4).
             10 WS-GRD-ID         PIC 9(4).
             10 WS-GRD-NAME       PIC X(20).
             10 WS-GRD-ADDRESS-1  PIC X(30).
             10 WS-GRD-ADDRESS-2  PIC X(30).
       01 WS-GRD-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-GRD-IDX         PIC 9(4) VALUE ZERO.
       01 WS-GRD-FOUND       PIC 9(4) VALUE ZERO.
       01 WS-GRD-FULL        PIC X VALUE 'N'.
       01 WS-MOVE-IDX        PIC 9(4) VALUE ZERO.
       01 WS-LIST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-ID        PIC X(4).
       01 WS-ENTRY-NAME      PIC X(20).
       01 WS-ENTRY-ADDRESS-1 PIC X(30).
       01 WS-ENTRY-ADDRESS-2 PIC X(30).
       01 WS-STUDENT-FOUND   PIC X VALUE 'N'.
       01 WS-FOUND-NAME      PIC X(10).
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
           DISPLAY 'GUARDMNT - GUARDIAN CONTACT MAINTENANCE'
           PERFORM READ-CLASS-PARM
           PERFORM CHECK-RUN-CLASS
           IF WS-CLASS-FOUND = 'N'
              DISPLAY 'CLASS ' WS-RUN-CLASS
                 ' NOT ON classes.dat - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-GUARDIAN-FILE
           IF WS-GRD-FULL = 'Y'
              DISPLAY 'guardian.dat OVER 1000 LINES - MAINTENANCE '
                 'REFUSED, FILE NOT CHANGED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'GUARDIAN CONTACTS'
              DISPLAY ' '
              DISPLAY '1 : ADD CONTACT'
              DISPLAY '2 : CHANGE CONTACT'
              DISPLAY '3 : DELETE CONTACT'
              DISPLAY '4 : LIST CONTACTS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDCONTACT
                 WHEN 2 PERFORM CHANGECONTACT
                 WHEN 3 PERFORM DELETECONTACT
                 WHEN 4 PERFORM LISTCONTACTS
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       LOAD-GUARDIAN-FILE.
           OPEN INPUT GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-GRD-FULL = 'Y'
                 READ GUARDIAN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-GRD-COUNT >= 1000
                          MOVE 'Y' TO WS-GRD-FULL
                       ELSE
                          ADD 1 TO WS-GRD-COUNT
                          MOVE GRD-CLASS
                             TO WS-GRD-CLASS(WS-GRD-COUNT)
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
       REWRITE-GUARDIAN-FILE.
           OPEN OUTPUT GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING guardian.dat, STATUS: '
                 WS-GUARDIAN-STATUS
           ELSE
              PERFORM WRITE-ONE-CONTACT
                 VARYING WS-GRD-IDX FROM 1 BY 1
                 UNTIL WS-GRD-IDX > WS-GRD-COUNT
              CLOSE GUARDIAN-FILE
           END-IF.
       WRITE-ONE-CONTACT.
           MOVE SPACES TO GUARDIAN-RECORD
           MOVE WS-GRD-CLASS(WS-GRD-IDX)     TO GRD-CLASS
           MOVE WS-GRD-ID(WS-GRD-IDX)        TO GRD-ID
           MOVE WS-GRD-NAME(WS-GRD-IDX)      TO GRD-NAME
           MOVE WS-GRD-ADDRESS-1(WS-GRD-IDX) TO GRD-ADDRESS-1
           MOVE WS-GRD-ADDRESS-2(WS-GRD-IDX) TO GRD-ADDRESS-2
           WRITE GUARDIAN-RECORD.
       FIND-CONTACT.
           MOVE ZERO TO WS-GRD-FOUND
           IF WS-ENTRY-ID IS NUMERIC
              PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                 UNTIL WS-GRD-IDX > WS-GRD-COUNT
                 IF WS-GRD-CLASS(WS-GRD-IDX) = WS-RUN-CLASS
                    AND WS-GRD-ID(WS-GRD-IDX) = WS-ENTRY-ID
                    MOVE WS-GRD-IDX TO WS-GRD-FOUND
                 END-IF
              END-PERFORM
           END-IF.
       FIND-ROSTER-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND
           MOVE SPACES TO WS-FOUND-NAME
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ STUDENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF STUD-CLASS = WS-RUN-CLASS
                          AND ID-NUM = WS-ENTRY-ID
                          MOVE 'Y' TO WS-STUDENT-FOUND
                          MOVE STUD-NAME TO WS-FOUND-NAME
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       ADDCONTACT.
           DISPLAY ' '
           DISPLAY 'STUDENT ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           PERFORM FIND-CONTACT
           IF WS-ENTRY-ID IS NUMERIC
              PERFORM FIND-ROSTER-STUDENT
           ELSE
              MOVE 'N' TO WS-STUDENT-FOUND
           END-IF
           EVALUATE TRUE
              WHEN WS-STUDENT-FOUND = 'N'
                 DISPLAY 'STUDENT NOT ON THE CLASS ROSTER.'
              WHEN WS-GRD-FOUND > ZERO
                 DISPLAY 'CONTACT ALREADY ON FILE.'
              WHEN WS-GRD-COUNT >= 1000
                 DISPLAY 'GUARDIAN FILE FULL.'
              WHEN OTHER
                 DISPLAY 'STUDENT: ' WS-FOUND-NAME
                 DISPLAY 'GUARDIAN NAME: ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-NAME
                 DISPLAY 'ADDRESS LINE 1: ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-ADDRESS-1
                 DISPLAY 'ADDRESS LINE 2: ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-ADDRESS-2
                 ADD 1 TO WS-GRD-COUNT
                 MOVE WS-RUN-CLASS TO WS-GRD-CLASS(WS-GRD-COUNT)
                 MOVE WS-ENTRY-ID  TO WS-GRD-ID(WS-GRD-COUNT)
                 MOVE WS-ENTRY-NAME TO WS-GRD-NAME(WS-GRD-COUNT)
                 MOVE WS-ENTRY-ADDRESS-1
                    TO WS-GRD-ADDRESS-1(WS-GRD-COUNT)
                 MOVE WS-ENTRY-ADDRESS-2
                    TO WS-GRD-ADDRESS-2(WS-GRD-COUNT)
                 PERFORM REWRITE-GUARDIAN-FILE
                 DISPLAY 'CONTACT ADDED.'
           END-EVALUATE.
       CHANGECONTACT.
           DISPLAY ' '
           DISPLAY 'STUDENT ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           PERFORM FIND-CONTACT
           IF WS-GRD-FOUND = ZERO
              DISPLAY 'CONTACT NOT ON FILE.'
           ELSE
              DISPLAY 'CURRENT: ' WS-GRD-NAME(WS-GRD-FOUND)
              DISPLAY '         ' WS-GRD-ADDRESS-1(WS-GRD-FOUND)
              DISPLAY '         ' WS-GRD-ADDRESS-2(WS-GRD-FOUND)
              DISPLAY 'GUARDIAN NAME: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-NAME
              IF WS-ENTRY-NAME NOT = SPACES
                 MOVE WS-ENTRY-NAME TO WS-GRD-NAME(WS-GRD-FOUND)
              END-IF
              DISPLAY 'ADDRESS LINE 1: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-ADDRESS-1
              IF WS-ENTRY-ADDRESS-1 NOT = SPACES
                 MOVE WS-ENTRY-ADDRESS-1
                    TO WS-GRD-ADDRESS-1(WS-GRD-FOUND)
              END-IF
              DISPLAY 'ADDRESS LINE 2: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-ADDRESS-2
              IF WS-ENTRY-ADDRESS-2 NOT = SPACES
                 MOVE WS-ENTRY-ADDRESS-2
                    TO WS-GRD-ADDRESS-2(WS-GRD-FOUND)
              END-IF
              PERFORM REWRITE-GUARDIAN-FILE
              DISPLAY 'CONTACT CHANGED.'
           END-IF.
       DELETECONTACT.
           DISPLAY ' '
           DISPLAY 'STUDENT ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           PERFORM FIND-CONTACT
           IF WS-GRD-FOUND = ZERO
              DISPLAY 'CONTACT NOT ON FILE.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-GRD-FOUND BY 1
                 UNTIL WS-MOVE-IDX >= WS-GRD-COUNT
                 MOVE WS-GRD-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-GRD-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-GRD-COUNT
              PERFORM REWRITE-GUARDIAN-FILE
              DISPLAY 'CONTACT DELETED.'
           END-IF.
       LISTCONTACTS.
           DISPLAY ' '
           MOVE ZERO TO WS-LIST-COUNT
           PERFORM LIST-ONE-CONTACT
              VARYING WS-GRD-IDX FROM 1 BY 1
              UNTIL WS-GRD-IDX > WS-GRD-COUNT
           DISPLAY 'CONTACTS IN CLASS: ' WS-LIST-COUNT.
       LIST-ONE-CONTACT.
           IF WS-GRD-CLASS(WS-GRD-IDX) = WS-RUN-CLASS
              ADD 1 TO WS-LIST-COUNT
              DISPLAY WS-GRD-ID(WS-GRD-IDX) ' '
                 WS-GRD-NAME(WS-GRD-IDX) ' '
                 WS-GRD-ADDRESS-1(WS-GRD-IDX)
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
       END PROGRAM GUARDMNT.
