      *
      * A NEW OPERATOR IS ADDED WITH A STARTER PASSWORD AND THE
      * FORCED-CHANGE FLAG SET, SO FIRST USE REPLACES IT.
      *
      * PASSWORDS ARE NEVER HELD IN CLEAR: THE SHARED PWDHASH ROUTINE
      * CHECKS THE SUPERVISOR'S PASSWORD AND HASHES EVERY STARTER
      * PASSWORD WITH THE OPERATOR'S SALT (A NEW OPERATOR IS GIVEN
      * ONE). THE JOURNAL IMAGES STOP SHORT OF THE SALT AND HASH.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY OPRREC.
       FD ADMIN-JOURNAL.
       01 ADMIN-JOURNAL-RECORD.
           02 OAJ-ACTION           PIC X(10).
       01 WS-OPR-TABLE.
           02 WS-OPR-ENTRY OCCURS 50 TIMES.
              03 WS-OPR-ID         PIC X(8).
              03 WS-OPR-SALT       PIC X(8).
              03 WS-OPR-HASH       PIC X(18).
              03 WS-OPR-HISTORY    PIC X(76).
              03 WS-OPR-AUTH       PIC X.
              03 WS-OPR-PWD-DATE   PIC 9(8).
              03 WS-OPR-FORCE      PIC X.
       01 WS-AFTER-IMAGE           PIC X(34).
       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-CURRENT-TIME          PIC 9(6).
       01 WS-PWDHASH-PROG          PIC X(7) VALUE 'PWDHASH'.
       01 PWDHASH-PARMS.
          05 PWH-FUNCTION          PIC X(4).
          05 PWH-OPERATOR-ID       PIC X(8).
          05 PWH-PASSWORD          PIC X(8).
          05 PWH-SALT              PIC X(8).
          05 PWH-STORED-HASH       PIC X(18).
          05 PWH-HISTORY           PIC X(76).
          05 PWH-NEW-HASH          PIC X(18).
          05 PWH-RC                PIC 9(2).
       01 WS-PWD-MATCH             PIC X VALUE 'N'.
       PROCEDURE DIVISION.
           DISPLAY 'OPERMNT - OPERATOR ADMINISTRATION'
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
              UNTIL WS-OPR-IDX > WS-OPR-COUNT
              IF WS-OPR-ID(WS-OPR-IDX) = WS-SIGNON-ID
                 AND WS-OPR-AUTH(WS-OPR-IDX) = 'S'
                 AND WS-OPR-STATE(WS-OPR-IDX) = 'A'
                 PERFORM VERIFY-PASSWORD
                 IF WS-PWD-MATCH = 'Y'
                    MOVE 'Y' TO WS-SIGNON-OK
                    MOVE WS-OPR-ID(WS-OPR-IDX) TO WS-ADMIN-ID
                 END-IF
              END-IF
           END-PERFORM.
       VERIFY-PASSWORD.
           MOVE 'N' TO WS-PWD-MATCH
           MOVE 'VRFY' TO PWH-FUNCTION
           MOVE WS-OPR-ID(WS-OPR-IDX)   TO PWH-OPERATOR-ID
           MOVE WS-SIGNON-PASSWORD      TO PWH-PASSWORD
           MOVE WS-OPR-SALT(WS-OPR-IDX) TO PWH-SALT
           MOVE WS-OPR-HASH(WS-OPR-IDX) TO PWH-STORED-HASH
           CALL WS-PWDHASH-PROG USING PWDHASH-PARMS
              ON EXCEPTION MOVE 12 TO PWH-RC
           END-CALL
           IF PWH-RC = ZERO
              MOVE 'Y' TO WS-PWD-MATCH
           END-IF.
       HASH-STARTER-PASSWORD.
      * THE STARTER PASSWORD IS HASHED WITH THE OPERATOR'S SALT; A
      * NEW OPERATOR HAS NONE YET AND PWDHASH DRAWS ONE.
           MOVE 'HASH' TO PWH-FUNCTION
           MOVE WS-OPR-ID(WS-OPR-FOUND)   TO PWH-OPERATOR-ID
           MOVE WS-ENTRY-PASSWORD         TO PWH-PASSWORD
           MOVE WS-OPR-SALT(WS-OPR-FOUND) TO PWH-SALT
           CALL WS-PWDHASH-PROG USING PWDHASH-PARMS
              ON EXCEPTION MOVE 12 TO PWH-RC
           END-CALL
           IF PWH-RC = ZERO
              MOVE PWH-SALT     TO WS-OPR-SALT(WS-OPR-FOUND)
              MOVE PWH-NEW-HASH TO WS-OPR-HASH(WS-OPR-FOUND)
           ELSE
              DISPLAY 'PASSWORD NOT SET, PWDHASH RC: ' PWH-RC
           END-IF.
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = '00' OR '05'
       STORE-ONE-OPERATOR.
           ADD 1 TO WS-OPR-COUNT
           MOVE OPR-ID        TO WS-OPR-ID(WS-OPR-COUNT)
           MOVE OPR-SALT      TO WS-OPR-SALT(WS-OPR-COUNT)
           MOVE OPR-PWD-HASH  TO WS-OPR-HASH(WS-OPR-COUNT)
           MOVE OPR-PWD-HISTORY
              TO WS-OPR-HISTORY(WS-OPR-COUNT)
           MOVE OPR-AUTHORITY TO WS-OPR-AUTH(WS-OPR-COUNT)
           IF OPR-PWD-DATE IS NUMERIC
              MOVE OPR-PWD-DATE TO WS-OPR-PWD-DATE(WS-OPR-COUNT)
       BUILD-OPERATOR-RECORD.
           MOVE SPACES TO OPERATOR-RECORD
           MOVE WS-OPR-ID(WS-OPR-IDX)       TO OPR-ID
           MOVE WS-OPR-SALT(WS-OPR-IDX)     TO OPR-SALT
           MOVE WS-OPR-HASH(WS-OPR-IDX)     TO OPR-PWD-HASH
           MOVE WS-OPR-HISTORY(WS-OPR-IDX)  TO OPR-PWD-HISTORY
           MOVE WS-OPR-AUTH(WS-OPR-IDX)     TO OPR-AUTHORITY
           MOVE WS-OPR-PWD-DATE(WS-OPR-IDX) TO OPR-PWD-DATE
           MOVE WS-OPR-FORCE(WS-OPR-IDX)    TO OPR-FORCE-CHANGE
                 ADD 1 TO WS-OPR-COUNT
                 MOVE WS-OPR-COUNT TO WS-OPR-FOUND
                 MOVE WS-ENTRY-ID TO WS-OPR-ID(WS-OPR-FOUND)
                 MOVE SPACES TO WS-OPR-SALT(WS-OPR-FOUND)
                 MOVE SPACES TO WS-OPR-HASH(WS-OPR-FOUND)
                 MOVE SPACES TO WS-OPR-HISTORY(WS-OPR-FOUND)
                 PERFORM HASH-STARTER-PASSWORD
                 MOVE WS-ENTRY-AUTH TO WS-OPR-AUTH(WS-OPR-FOUND)
                 MOVE WS-CURRENT-DATE
                    TO WS-OPR-PWD-DATE(WS-OPR-FOUND)
              ELSE
                 ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                 PERFORM TAKE-IMAGE-BEFORE
                 PERFORM HASH-STARTER-PASSWORD
                 MOVE WS-CURRENT-DATE
                    TO WS-OPR-PWD-DATE(WS-OPR-FOUND)
                 MOVE 'Y' TO WS-OPR-FORCE(WS-OPR-FOUND)
