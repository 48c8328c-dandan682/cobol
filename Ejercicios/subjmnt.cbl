      * NOT). STUDENT, STUDENT02, STUDENT03 AND STUDENT04 LOAD THIS
      * FILE; WITHOUT IT THEY FALL BACK TO EQUAL WEIGHTS AND THE
      * CLASSIC AVERAGE-OF-50 RULE.
      *
      * THE OPERATOR SIGNS ON THROUGH SIGNON FIRST. CLERKS MAY
      * CHANGE SUBJECTS UNLESS progauth.dat RESERVES CHANGES TO
      * SUPERVISORS. EVERY CHANGE GOES TO maint-journal.log
      * THROUGH MNTJRNL WITH THE OPERATOR ID.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-ENTRY-NAME      PIC X(12).
       01 WS-ENTRY-CREDITS   PIC X.
       01 WS-ENTRY-PASS      PIC X(3).
       01 WS-SIGNON-PROG     PIC X(6) VALUE 'SIGNON'.
       01 SIGNON-PARMS.
          05 SGN-PROGRAM        PIC X(8) VALUE 'SUBJMNT'.
          05 SGN-UPDATE-DEFAULT PIC X VALUE 'C'.
          05 SGN-OPERATOR-ID    PIC X(8).
          05 SGN-AUTHORITY      PIC X.
          05 SGN-CAN-UPDATE     PIC X.
             88 SGN-UPDATE-ALLOWED VALUE 'Y'.
          05 SGN-RC             PIC 9(2).
       01 WS-MNTJRNL-PROG    PIC X(7) VALUE 'MNTJRNL'.
       01 MNTJRNL-PARMS.
          05 MJP-PROGRAM        PIC X(8) VALUE 'SUBJMNT'.
          05 MJP-OPERATOR       PIC X(8).
          05 MJP-ACTION         PIC X(10).
          05 MJP-KEY            PIC X(20).
          05 MJP-BEFORE-IMAGE   PIC X(120).
          05 MJP-AFTER-IMAGE    PIC X(120).
          05 MJP-RC             PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'SUBJMNT - SUBJECT MASTER MAINTENANCE'
           CALL WS-SIGNON-PROG USING SIGNON-PARMS
              ON EXCEPTION MOVE 8 TO SGN-RC
           END-CALL
           IF SGN-RC NOT = ZERO
              DISPLAY 'SIGN-ON FAILED - PROGRAM ENDED.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SGN-OPERATOR-ID TO MJP-OPERATOR
           PERFORM INIT-SUBJECT-TABLE
              VARYING WS-SUBJ-IDX FROM 1 BY 1
              UNTIL WS-SUBJ-IDX > 3
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1
                    IF SGN-UPDATE-ALLOWED
                       PERFORM CHANGESUBJECT
                    ELSE
                       DISPLAY 'CHANGES REQUIRE SUPERVISOR AUTHORITY.'
                    END-IF
                 WHEN 2 PERFORM LISTSUBJECTS
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
              CLOSE SUBJECT-FILE
           END-IF.
       WRITE-ONE-SUBJECT.
           PERFORM BUILD-SUBJECT-RECORD
           WRITE SUBJECT-RECORD.
       BUILD-SUBJECT-RECORD.
           MOVE SPACES TO SUBJECT-RECORD
           MOVE WS-SUBJ-IDX                  TO SUBJ-NUM
           MOVE WS-SUBJ-NAME(WS-SUBJ-IDX)    TO SUBJ-NAME
           MOVE WS-SUBJ-CREDITS(WS-SUBJ-IDX) TO SUBJ-CREDITS
           MOVE WS-SUBJ-PASS(WS-SUBJ-IDX)    TO SUBJ-PASS-MARK.
       WRITE-MAINT-JOURNAL.
      * ONE JOURNAL LINE PER CHANGE; A MISSING JOURNAL WRITER IS
      * REPORTED BUT DOES NOT UNDO THE CHANGE.
           MOVE SPACES TO MJP-KEY
           MOVE WS-ENTRY-NUM TO MJP-KEY
           CALL WS-MNTJRNL-PROG USING MNTJRNL-PARMS
              ON EXCEPTION MOVE 12 TO MJP-RC
           END-CALL
           IF MJP-RC NOT = ZERO
              DISPLAY 'WARNING - CHANGE NOT JOURNALED.'
           END-IF.
       CHANGESUBJECT.
           DISPLAY ' '
           DISPLAY 'ENTER SUBJECT NUMBER (1-3): ' WITH NO ADVANCING
              DISPLAY 'CURRENT: ' WS-SUBJ-NAME(WS-SUBJ-IDX)
                 ' CREDITS ' WS-SUBJ-CREDITS(WS-SUBJ-IDX)
                 ' PASS AT ' WS-SUBJ-PASS(WS-SUBJ-IDX)
              PERFORM BUILD-SUBJECT-RECORD
              MOVE SUBJECT-RECORD TO MJP-BEFORE-IMAGE
              DISPLAY 'SUBJECT NAME: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-NAME
              IF WS-ENTRY-NAME NOT = SPACES
              IF WS-ENTRY-PASS IS NUMERIC
                 MOVE WS-ENTRY-PASS TO WS-SUBJ-PASS(WS-SUBJ-IDX)
              END-IF
              PERFORM BUILD-SUBJECT-RECORD
              MOVE SUBJECT-RECORD TO MJP-AFTER-IMAGE
              MOVE 'CHGSUBJECT' TO MJP-ACTION
              PERFORM WRITE-MAINT-JOURNAL
              PERFORM REWRITE-SUBJECT-FILE
              DISPLAY 'SUBJECT CHANGED.'
           END-IF.
