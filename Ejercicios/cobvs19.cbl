      * ONLY) AND AGAINST THE DEPARTMENT FILE, SO THE ORG CHART      *
      * FINALLY LIVES ON DISK INSTEAD OF IN A BINDER. COBVS20        *
      * REPORTS HEADCOUNT FROM THESE FILES AND COBVS9 AUDITS THEM.   *
      * THE REPORTING LINES (empmgr.dat, WHO EACH EMPLOYEE REPORTS   *
      * TO) ARE KEPT HERE TOO: THE MANAGER MUST BE AN ACTIVE         *
      * EMPLOYEE AND THE CHAIN ABOVE THEM MUST NOT LEAD BACK TO THE  *
      * EMPLOYEE. ORGCHART PRINTS THE RESULT.                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL ASSIGN-FILE ASSIGN TO "empdept.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-ASSIGN-STATUS.

           SELECT OPTIONAL MANAGER-FILE ASSIGN TO "empmgr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-MANAGER-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 ASG-EMP-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 ASG-DEPT-CODE         PIC X(04).

       FD  MANAGER-FILE.
           COPY MGRREC.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS.
           05 EMPFILE-STAT2           PIC X.
       01  WS-DEPT-STATUS             PIC X(02).
       01  WS-ASSIGN-STATUS           PIC X(02).
       01  WS-MANAGER-STATUS          PIC X(02).
       01  WS-EOF-FLAG                PIC X(01) VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-CHOICE                  PIC 9.
       01  WS-ENTRY-DEPT              PIC X(04).
       01  WS-ENTRY-NAME              PIC X(20).
       01  WS-ENTRY-EMP-ID            PIC 9(04).
       01  WS-MGR-TABLE.
           05 WS-MGR-ENTRY OCCURS 2000 TIMES.
              10 WS-MGR-EMP-ID        PIC 9(04).
              10 WS-MGR-MANAGER-ID    PIC 9(04).
       01  WS-MGR-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-MGR-IDX                 PIC 9(04) VALUE ZERO.
       01  WS-MGR-FOUND               PIC 9(04) VALUE ZERO.
       01  WS-ENTRY-MANAGER-ID        PIC 9(04).
       01  WS-CHAIN-EMP-ID            PIC 9(04).
       01  WS-CHAIN-STEPS             PIC 9(04).
       01  WS-LOOP-FLAG               PIC X(01) VALUE 'N'.
           88 WS-LOOP-FOUND           VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION
              MOVE 'N' TO WS-STAYOPEN.
           INITIALIZE EMPLOYEE
           PERFORM P110-LOAD-DEPT-FILE
           PERFORM P120-LOAD-ASSIGN-FILE
           PERFORM P130-LOAD-MANAGER-FILE.
       P110-LOAD-DEPT-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DEPT-FILE
              CLOSE ASSIGN-FILE
           END-IF
           DISPLAY 'ASSIGNMENTS ON FILE: ' WS-ASSIGN-COUNT.
       P130-LOAD-MANAGER-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MANAGER-FILE
           IF WS-MANAGER-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-MGR-COUNT >= 2000
                 READ MANAGER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-MGR-COUNT
                       MOVE MGR-EMP-ID
                          TO WS-MGR-EMP-ID(WS-MGR-COUNT)
                       MOVE MGR-MANAGER-ID
                          TO WS-MGR-MANAGER-ID(WS-MGR-COUNT)
                 END-READ
              END-PERFORM
              CLOSE MANAGER-FILE
           END-IF
           DISPLAY 'REPORTING LINES ON FILE: ' WS-MGR-COUNT.
       P200-MAINLINE.
           PERFORM UNTIL WS-STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY '4 : UNASSIGN EMPLOYEE'
              DISPLAY '5 : LIST DEPARTMENTS'
              DISPLAY '6 : LIST ASSIGNMENTS'
              DISPLAY '7 : SET EMPLOYEE''S MANAGER'
              DISPLAY '8 : REMOVE EMPLOYEE''S MANAGER'
              DISPLAY '9 : LIST REPORTING LINES'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT WS-CHOICE
                 WHEN 4 PERFORM P240-UNASSIGN-EMPLOYEE
                 WHEN 5 PERFORM P250-LIST-DEPTS
                 WHEN 6 PERFORM P260-LIST-ASSIGNMENTS
                 WHEN 7 PERFORM P290-SET-MANAGER
                 WHEN 8 PERFORM P292-REMOVE-MANAGER
                 WHEN 9 PERFORM P294-LIST-REPORTING-LINES
                 WHEN OTHER MOVE 'N' TO WS-STAYOPEN
              END-EVALUATE
           END-PERFORM.
                 MOVE WS-ASSIGN-IDX TO WS-ASSIGN-FOUND
              END-IF
           END-PERFORM.
       P207-FIND-MANAGER-LINE.
           MOVE ZERO TO WS-MGR-FOUND
           PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
              UNTIL WS-MGR-IDX > WS-MGR-COUNT
              IF WS-MGR-EMP-ID(WS-MGR-IDX) = WS-ENTRY-EMP-ID
                 MOVE WS-MGR-IDX TO WS-MGR-FOUND
              END-IF
           END-PERFORM.
       P210-ADD-DEPT.
           DISPLAY 'ENTER DEPARTMENT CODE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-DEPT
              END-PERFORM
              CLOSE ASSIGN-FILE
           END-IF.
       P285-REWRITE-MANAGER-FILE.
           OPEN OUTPUT MANAGER-FILE
           IF WS-MANAGER-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING empmgr.dat, STATUS: '
                 WS-MANAGER-STATUS
           ELSE
              PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
                 UNTIL WS-MGR-IDX > WS-MGR-COUNT
                 MOVE SPACES TO MANAGER-RECORD
                 MOVE WS-MGR-EMP-ID(WS-MGR-IDX) TO MGR-EMP-ID
                 MOVE WS-MGR-MANAGER-ID(WS-MGR-IDX) TO MGR-MANAGER-ID
                 WRITE MANAGER-RECORD
              END-PERFORM
              CLOSE MANAGER-FILE
           END-IF.
       P290-SET-MANAGER.
      ***************************************************************
      * BOTH PEOPLE MUST BE ACTIVE ON THE MASTER, AND WALKING UP    *
      * FROM THE NEW MANAGER MUST NEVER REACH THE EMPLOYEE - THAT   *
      * WOULD MAKE A REPORTING LOOP THE ORG CHART COULD NOT PRINT.  *
      ***************************************************************
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           MOVE WS-ENTRY-EMP-ID TO EMP-ID
           READ EMPLOYEE-VS-FILE
           EVALUATE TRUE
              WHEN EMP-FILE-STATUS NOT = '00'
                 DISPLAY 'EMPLOYEE NOT ON MASTER - FILE STATUS '
                    EMP-FILE-STATUS
              WHEN EMP-IS-DELETED
                 DISPLAY 'EMPLOYEE IS MARKED DELETED - NOT CHANGED.'
              WHEN OTHER
                 DISPLAY 'ENTER MANAGER EMPLOYEE ID: '
                    WITH NO ADVANCING
                 ACCEPT WS-ENTRY-MANAGER-ID
                 PERFORM P291-CHECK-NEW-MANAGER
           END-EVALUATE.
       P291-CHECK-NEW-MANAGER.
           MOVE WS-ENTRY-MANAGER-ID TO EMP-ID
           READ EMPLOYEE-VS-FILE
           EVALUATE TRUE
              WHEN WS-ENTRY-MANAGER-ID = WS-ENTRY-EMP-ID
                 DISPLAY 'AN EMPLOYEE CANNOT REPORT TO THEMSELVES.'
              WHEN EMP-FILE-STATUS NOT = '00'
                 DISPLAY 'MANAGER NOT ON MASTER - FILE STATUS '
                    EMP-FILE-STATUS
              WHEN EMP-IS-DELETED
                 DISPLAY 'MANAGER IS NO LONGER ACTIVE - NOT CHANGED.'
              WHEN OTHER
                 MOVE 'N' TO WS-LOOP-FLAG
                 MOVE WS-ENTRY-MANAGER-ID TO WS-CHAIN-EMP-ID
                 MOVE ZERO TO WS-CHAIN-STEPS
                 PERFORM UNTIL WS-CHAIN-EMP-ID = ZERO OR WS-LOOP-FOUND
                    OR WS-CHAIN-STEPS > WS-MGR-COUNT
                    ADD 1 TO WS-CHAIN-STEPS
                    MOVE ZERO TO WS-MGR-FOUND
                    PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
                       UNTIL WS-MGR-IDX > WS-MGR-COUNT
                       IF WS-MGR-EMP-ID(WS-MGR-IDX) = WS-CHAIN-EMP-ID
                          MOVE WS-MGR-IDX TO WS-MGR-FOUND
                       END-IF
                    END-PERFORM
                    IF WS-MGR-FOUND = ZERO
                       MOVE ZERO TO WS-CHAIN-EMP-ID
                    ELSE
                       MOVE WS-MGR-MANAGER-ID(WS-MGR-FOUND)
                          TO WS-CHAIN-EMP-ID
                       IF WS-CHAIN-EMP-ID = WS-ENTRY-EMP-ID
                          SET WS-LOOP-FOUND TO TRUE
                       END-IF
                    END-IF
                 END-PERFORM
                 IF WS-LOOP-FOUND
                    DISPLAY 'MANAGER REPORTS UP TO THIS EMPLOYEE - '
                       'THAT WOULD MAKE A LOOP. NOT CHANGED.'
                 ELSE
                    PERFORM P207-FIND-MANAGER-LINE
                    IF WS-MGR-FOUND > ZERO
                       MOVE WS-ENTRY-MANAGER-ID
                          TO WS-MGR-MANAGER-ID(WS-MGR-FOUND)
                       PERFORM P285-REWRITE-MANAGER-FILE
                       DISPLAY 'MANAGER CHANGED.'
                    ELSE
                       IF WS-MGR-COUNT >= 2000
                          DISPLAY 'REPORTING LINES FILE FULL.'
                       ELSE
                          ADD 1 TO WS-MGR-COUNT
                          MOVE WS-ENTRY-EMP-ID
                             TO WS-MGR-EMP-ID(WS-MGR-COUNT)
                          MOVE WS-ENTRY-MANAGER-ID
                             TO WS-MGR-MANAGER-ID(WS-MGR-COUNT)
                          PERFORM P285-REWRITE-MANAGER-FILE
                          DISPLAY 'MANAGER SET.'
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.
       P292-REMOVE-MANAGER.
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           PERFORM P207-FIND-MANAGER-LINE
           IF WS-MGR-FOUND = ZERO
              DISPLAY 'EMPLOYEE HAS NO MANAGER ON FILE.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-MGR-FOUND
                 BY 1 UNTIL WS-MOVE-IDX >= WS-MGR-COUNT
                 MOVE WS-MGR-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-MGR-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-MGR-COUNT
              PERFORM P285-REWRITE-MANAGER-FILE
              DISPLAY 'MANAGER REMOVED.'
           END-IF.
       P294-LIST-REPORTING-LINES.
           DISPLAY ' '
           PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
              UNTIL WS-MGR-IDX > WS-MGR-COUNT
              DISPLAY WS-MGR-EMP-ID(WS-MGR-IDX) ' REPORTS TO '
                 WS-MGR-MANAGER-ID(WS-MGR-IDX)
           END-PERFORM
           DISPLAY 'REPORTING LINES ON FILE: ' WS-MGR-COUNT.
       P300-TERMINATION.
           CLOSE EMPLOYEE-VS-FILE
           DISPLAY 'COBVS19 - SUCCESSFULLY ENDED'.
