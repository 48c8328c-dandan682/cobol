      * NAME, W = 1-4 OR L FOR LAST, D = 1=MON..7=SUN). GENERATING
      * NEXT YEAR'S calendar.dat STOPS BEING AN ANNUAL RESEARCH
      * PROJECT.
      *
      * THE OPERATOR SIGNS ON THROUGH SIGNON FIRST. CLERKS MAY ADD
      * AND DELETE LINES UNLESS progauth.dat RESERVES CHANGES TO
      * SUPERVISORS. EVERY CHANGE GOES TO maint-journal.log
      * THROUGH MNTJRNL WITH THE OPERATOR ID.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAY-DATA.
          05 WS-MONTH-MAX-DAY     PIC 99 OCCURS 12 TIMES.
       01 WS-SIGNON-PROG     PIC X(6) VALUE 'SIGNON'.
       01 SIGNON-PARMS.
          05 SGN-PROGRAM        PIC X(8) VALUE 'HOLMNT'.
          05 SGN-UPDATE-DEFAULT PIC X VALUE 'C'.
          05 SGN-OPERATOR-ID    PIC X(8).
          05 SGN-AUTHORITY      PIC X.
          05 SGN-CAN-UPDATE     PIC X.
             88 SGN-UPDATE-ALLOWED VALUE 'Y'.
          05 SGN-RC             PIC 9(2).
       01 WS-MNTJRNL-PROG    PIC X(7) VALUE 'MNTJRNL'.
       01 MNTJRNL-PARMS.
          05 MJP-PROGRAM        PIC X(8) VALUE 'HOLMNT'.
          05 MJP-OPERATOR       PIC X(8).
          05 MJP-ACTION         PIC X(10).
          05 MJP-KEY            PIC X(20).
          05 MJP-BEFORE-IMAGE   PIC X(120).
          05 MJP-AFTER-IMAGE    PIC X(120).
          05 MJP-RC             PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'HOLMNT - HOLIDAY FILE MAINTENANCE'
           CALL WS-SIGNON-PROG USING SIGNON-PARMS
              ON EXCEPTION MOVE 8 TO SGN-RC
           END-CALL
           IF SGN-RC NOT = ZERO
              DISPLAY 'SIGN-ON FAILED - PROGRAM ENDED.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SGN-OPERATOR-ID TO MJP-OPERATOR
           PERFORM LOAD-HOLIDAY-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 THRU 3
                    IF SGN-UPDATE-ALLOWED
                       PERFORM MAINTAIN-HOLIDAY
                    ELSE
                       DISPLAY 'CHANGES REQUIRE SUPERVISOR AUTHORITY.'
                    END-IF
                 WHEN 4 PERFORM LISTHOLIDAYS
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       MAINTAIN-HOLIDAY.
           EVALUATE CHOICE
              WHEN 1 PERFORM ADDFIXED
              WHEN 2 PERFORM ADDRULE
              WHEN 3 PERFORM DELETELINE
           END-EVALUATE.
       WRITE-MAINT-JOURNAL.
      * ONE JOURNAL LINE PER CHANGE, KEYED BY THE MMDD OR THE RULE
      * (THE LINE IS IN HOLIDAY-RECORD); A MISSING JOURNAL WRITER
      * IS REPORTED BUT DOES NOT UNDO THE CHANGE.
           MOVE SPACES TO MJP-KEY
           IF RUL-RULE
              MOVE HOLIDAY-RECORD(1:11) TO MJP-KEY
           ELSE
              MOVE HOL-MMDD TO MJP-KEY
           END-IF
           CALL WS-MNTJRNL-PROG USING MNTJRNL-PARMS
              ON EXCEPTION MOVE 12 TO MJP-RC
           END-CALL
           IF MJP-RC NOT = ZERO
              DISPLAY 'WARNING - CHANGE NOT JOURNALED.'
           END-IF.
       LOAD-HOLIDAY-FILE.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = '00' OR '05'
                 ADD 1 TO WS-HOLIDAY-COUNT
                 MOVE HOLIDAY-RECORD
                    TO WS-HOL-LINE(WS-HOLIDAY-COUNT)
                 MOVE SPACES TO MJP-BEFORE-IMAGE
                 MOVE HOLIDAY-RECORD TO MJP-AFTER-IMAGE
                 MOVE 'ADDHOLIDAY' TO MJP-ACTION
                 PERFORM WRITE-MAINT-JOURNAL
                 PERFORM REWRITE-HOLIDAY-FILE
                 DISPLAY 'HOLIDAY ADDED.'
              END-IF
                    ADD 1 TO WS-HOLIDAY-COUNT
                    MOVE HOLIDAY-RECORD
                       TO WS-HOL-LINE(WS-HOLIDAY-COUNT)
                    MOVE SPACES TO MJP-BEFORE-IMAGE
                    MOVE HOLIDAY-RECORD TO MJP-AFTER-IMAGE
                    MOVE 'ADDRULE' TO MJP-ACTION
                    PERFORM WRITE-MAINT-JOURNAL
                    PERFORM REWRITE-HOLIDAY-FILE
                    DISPLAY 'RULE ADDED.'
              END-EVALUATE
              IF WS-SEQ-NUM < 1 OR WS-SEQ-NUM > WS-HOLIDAY-COUNT
                 DISPLAY 'NO SUCH LINE.'
              ELSE
                 MOVE WS-HOL-LINE(WS-SEQ-NUM) TO HOLIDAY-RECORD
                 MOVE HOLIDAY-RECORD TO MJP-BEFORE-IMAGE
                 MOVE SPACES TO MJP-AFTER-IMAGE
                 MOVE 'DELLINE' TO MJP-ACTION
                 PERFORM WRITE-MAINT-JOURNAL
                 PERFORM VARYING WS-MOVE-IDX FROM WS-SEQ-NUM BY 1
                    UNTIL WS-MOVE-IDX >= WS-HOLIDAY-COUNT
                    MOVE WS-HOL-LINE(WS-MOVE-IDX + 1)
