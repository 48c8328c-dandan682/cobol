       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SIGNON.
      ***************************************
      * SHARED OPERATOR SIGN-ON FOR THE MAINTENANCE MENUS, CALLED
      * THE WAY PARAMS AND LOGMSG ARE CALLED. THE CALLER PASSES
      * ITS PROGRAM NAME AND THE AUTHORITY ITS CHANGE OPTIONS NEED
      * BY DEFAULT; SIGNON RUNS THE SAME DIALOGUE AS THE FILE05
      * SIGN-ON AGAINST OPERATOR.DAT (THREE TRIES, LOCKOUT ON THE
      * FILE AFTER THREE FAILURES FOR ONE OPERATOR, FORCED CHANGE
      * OF A FIRST-USE OR EXPIRED PASSWORD, CHECKED AND HASHED BY
      * THE SHARED PWDHASH ROUTINE) AND HANDS BACK THE
      * SIGNED-ON OPERATOR ID, THE OPERATOR'S AUTHORITY AND WHETHER
      * CHANGES ARE ALLOWED IN THIS PROGRAM.
      *
      * PER-PROGRAM AUTHORITY COMES FROM progauth.dat, ONE LINE PER
      * PROGRAM: THE AUTHORITY NEEDED TO USE THE MENU AT ALL AND
      * THE AUTHORITY NEEDED TO CHANGE THROUGH IT (C=CLERK,
      * S=SUPERVISOR; A SUPERVISOR MAY DO ANYTHING A CLERK MAY). A
      * PROGRAM NOT ON THE FILE IS OPEN TO CLERKS FOR ENQUIRY AND
      * TAKES THE CALLER'S DEFAULT FOR CHANGES.
      *
      * SGN-RC: 0 SIGNED ON, 8 SIGN-ON REFUSED OR AUTHORITY TOO
      * LOW FOR THIS PROGRAM. EVERY SIGN-ON AND REFUSAL GOES TO
      * THE OPERATIONS LOG THROUGH LOGMSG.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE    ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT OPTIONAL AUTHORITY-FILE ASSIGN TO "progauth.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTHORITY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY OPRREC.
       FD AUTHORITY-FILE.
       01 AUTHORITY-RECORD.
           02 PGA-PROGRAM          PIC X(8).
           02 FILLER               PIC X.
           02 PGA-USE-AUTH         PIC X.
           02 FILLER               PIC X.
           02 PGA-UPDATE-AUTH      PIC X.
       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS       PIC X(2).
       01 WS-AUTHORITY-STATUS      PIC X(2).
       01 WS-OPR-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-OPR-EOF           VALUE 'Y'.
       01 WS-AUTH-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-AUTH-EOF          VALUE 'Y'.
       01 WS-SIGNON-ID             PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
       01 WS-SIGNON-OK             PIC X VALUE 'N'.
       01 WS-SIGNON-TRIES          PIC 9 VALUE ZERO.
       01 WS-USE-AUTH              PIC X.
       01 WS-UPDATE-AUTH           PIC X.
       01 WS-CURRENT-DATE          PIC 9(8).
      * THE OPERATOR FILE HELD IN STORAGE DURING SIGN-ON SO FAILED
      * TRIES, LOCKOUTS AND PASSWORD CHANGES CAN BE WRITTEN BACK.
       01 WS-OPR-TABLE.
           02 WS-OPR-ENTRY OCCURS 50 TIMES.
              03 WS-OPR-ID         PIC X(8).
              03 WS-OPR-SALT       PIC X(8).
              03 WS-OPR-HASH       PIC X(18).
              03 WS-OPR-HISTORY    PIC X(76).
              03 WS-OPR-AUTH       PIC X.
              03 WS-OPR-PWD-DATE   PIC 9(8).
              03 WS-OPR-FORCE      PIC X.
              03 WS-OPR-FAILS      PIC 9.
              03 WS-OPR-STATE      PIC X.
       01 WS-OPR-COUNT             PIC 99 VALUE ZERO.
       01 WS-OPR-IDX               PIC 99 VALUE ZERO.
       01 WS-OPR-FOUND             PIC 99 VALUE ZERO.
       01 WS-OPR-CHANGED           PIC X VALUE 'N'.
       01 WS-NEW-PASSWORD          PIC X(8).
       01 WS-NEW-PASSWORD2         PIC X(8).
       01 WS-PWD-EXP-DAYS          PIC 9(4) VALUE 90.
       01 WS-PWD-AGE-DAYS          PIC S9(7) COMP VALUE ZERO.
       01 WS-TODAY-SERIAL          PIC S9(7) COMP VALUE ZERO.
       01 WS-PARAMS-PROG           PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION         PIC X(5).
          05 PARM-TEXT             PIC X(100).
          05 PARM-KEY              PIC X(20).
          05 PARM-VALUE            PIC X(20).
          05 PARM-RC               PIC 9(2).
       01 WS-LOGMSG-PROG           PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM           PIC X(8) VALUE 'SIGNON'.
          05 LOG-SEVERITY          PIC X.
          05 LOG-MESSAGE           PIC X(80).
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
       LINKAGE SECTION.
       01 SIGNON-PARMS.
          05 SGN-PROGRAM           PIC X(8).
          05 SGN-UPDATE-DEFAULT    PIC X.
          05 SGN-OPERATOR-ID       PIC X(8).
          05 SGN-AUTHORITY         PIC X.
          05 SGN-CAN-UPDATE        PIC X.
          05 SGN-RC                PIC 9(2).
       PROCEDURE DIVISION USING SIGNON-PARMS.
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACE  TO SGN-AUTHORITY
           MOVE 'N'    TO SGN-CAN-UPDATE
           MOVE 8      TO SGN-RC
           MOVE 'N'    TO WS-SIGNON-OK
           MOVE 'N'    TO WS-OPR-CHANGED
           MOVE ZERO   TO WS-SIGNON-TRIES
           MOVE ZERO   TO WS-OPR-COUNT
           PERFORM LOAD-PROGRAM-AUTHORITY
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM READ-EXPIRY-PARM
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           DISPLAY ' '
           DISPLAY 'SIGN ON TO ' SGN-PROGRAM
           PERFORM UNTIL WS-SIGNON-OK = 'Y' OR WS-SIGNON-TRIES >= 3
              ADD 1 TO WS-SIGNON-TRIES
              DISPLAY ' '
              DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
              ACCEPT WS-SIGNON-ID
              DISPLAY 'PASSWORD: ' WITH NO ADVANCING
              ACCEPT WS-SIGNON-PASSWORD
              PERFORM CHECK-OPERATOR
           END-PERFORM
           IF WS-OPR-CHANGED = 'Y'
              PERFORM REWRITE-OPERATOR-FILE
           END-IF
           IF WS-SIGNON-OK = 'Y'
              PERFORM CHECK-PROGRAM-AUTHORITY
           ELSE
              MOVE 'W' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'SIGN-ON TO ' SGN-PROGRAM ' REFUSED FOR '
                 WS-SIGNON-ID DELIMITED BY SIZE
                 INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           END-IF
           GOBACK.
       LOAD-PROGRAM-AUTHORITY.
      * DEFAULTS FIRST: ANY OPERATOR MAY ENQUIRE, CHANGES NEED WHAT
      * THE CALLER ASKED FOR. A progauth.dat LINE OVERRIDES BOTH.
           MOVE 'C' TO WS-USE-AUTH
           IF SGN-UPDATE-DEFAULT = 'S'
              MOVE 'S' TO WS-UPDATE-AUTH
           ELSE
              MOVE 'C' TO WS-UPDATE-AUTH
           END-IF
           MOVE 'N' TO WS-AUTH-EOF-FLAG
           OPEN INPUT AUTHORITY-FILE
           IF WS-AUTHORITY-STATUS = '00' OR '05'
              PERFORM UNTIL WS-AUTH-EOF
                 READ AUTHORITY-FILE
                    AT END SET WS-AUTH-EOF TO TRUE
                    NOT AT END
                       IF PGA-PROGRAM = SGN-PROGRAM
                          IF PGA-USE-AUTH = 'C' OR 'S'
                             MOVE PGA-USE-AUTH TO WS-USE-AUTH
                          END-IF
                          IF PGA-UPDATE-AUTH = 'C' OR 'S'
                             MOVE PGA-UPDATE-AUTH TO WS-UPDATE-AUTH
                          END-IF
                          SET WS-AUTH-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUTHORITY-FILE
           END-IF.
       LOAD-OPERATOR-TABLE.
           MOVE 'N' TO WS-OPR-EOF-FLAG
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OPERATOR.DAT, STATUS: '
                 WS-OPERATOR-STATUS
              SET WS-OPR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-OPR-EOF OR WS-OPR-COUNT >= 50
              READ OPERATOR-FILE
                 AT END SET WS-OPR-EOF TO TRUE
                 NOT AT END PERFORM STORE-ONE-OPERATOR
              END-READ
           END-PERFORM
           IF WS-OPERATOR-STATUS = '00' OR '10'
              CLOSE OPERATOR-FILE
           END-IF.
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
           ELSE
              MOVE ZERO TO WS-OPR-PWD-DATE(WS-OPR-COUNT)
           END-IF
           MOVE OPR-FORCE-CHANGE TO WS-OPR-FORCE(WS-OPR-COUNT)
           IF OPR-FAIL-COUNT IS NUMERIC
              MOVE OPR-FAIL-COUNT TO WS-OPR-FAILS(WS-OPR-COUNT)
           ELSE
              MOVE ZERO TO WS-OPR-FAILS(WS-OPR-COUNT)
           END-IF
           IF OPR-STATUS = 'L' OR 'R'
              MOVE OPR-STATUS TO WS-OPR-STATE(WS-OPR-COUNT)
           ELSE
              MOVE 'A' TO WS-OPR-STATE(WS-OPR-COUNT)
           END-IF.
       READ-EXPIRY-PARM.
      * PASSWORD EXPIRY DAYS COME THROUGH THE SHARED PARAMS READER
      * (PWD-EXP-DAYS IN RUNPARMS.DAT), AS FOR FILE05.
           MOVE 'FILE' TO PARM-FUNCTION
           MOVE SPACES TO PARM-TEXT
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'PWD-EXP-DAYS' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE(1:4) IS NUMERIC
              MOVE PARM-VALUE(1:4) TO WS-PWD-EXP-DAYS
           END-IF.
       CHECK-OPERATOR.
           MOVE ZERO TO WS-OPR-FOUND
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
              UNTIL WS-OPR-IDX > WS-OPR-COUNT
              IF WS-OPR-ID(WS-OPR-IDX) = WS-SIGNON-ID
                 MOVE WS-OPR-IDX TO WS-OPR-FOUND
              END-IF
           END-PERFORM
           IF WS-OPR-FOUND > ZERO
              PERFORM VERIFY-PASSWORD
           END-IF
           EVALUATE TRUE
              WHEN WS-OPR-FOUND = ZERO
                 DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNIZED.'
              WHEN WS-OPR-STATE(WS-OPR-FOUND) = 'R'
                 DISPLAY 'OPERATOR ACCESS HAS BEEN REVOKED.'
              WHEN WS-OPR-STATE(WS-OPR-FOUND) = 'L'
                 DISPLAY 'OPERATOR IS LOCKED OUT - SEE SUPERVISOR.'
              WHEN WS-PWD-MATCH = 'N'
                 PERFORM COUNT-FAILED-TRY
              WHEN OTHER
                 PERFORM ACCEPT-GOOD-SIGNON
           END-EVALUATE.
       VERIFY-PASSWORD.
      * THE KEYED PASSWORD IS HASHED WITH THE OPERATOR'S SALT BY THE
      * SHARED PWDHASH ROUTINE AND COMPARED WITH THE STORED HASH; A
      * LINE NOT YET CONVERTED HAS NO HASH AND NEVER MATCHES.
           MOVE 'N' TO WS-PWD-MATCH
           MOVE 'VRFY' TO PWH-FUNCTION
           MOVE WS-OPR-ID(WS-OPR-FOUND)   TO PWH-OPERATOR-ID
           MOVE WS-SIGNON-PASSWORD        TO PWH-PASSWORD
           MOVE WS-OPR-SALT(WS-OPR-FOUND) TO PWH-SALT
           MOVE WS-OPR-HASH(WS-OPR-FOUND) TO PWH-STORED-HASH
           CALL WS-PWDHASH-PROG USING PWDHASH-PARMS
              ON EXCEPTION MOVE 12 TO PWH-RC
           END-CALL
           IF PWH-RC = ZERO
              MOVE 'Y' TO WS-PWD-MATCH
           END-IF.
       COUNT-FAILED-TRY.
      * REPEATED FAILURES LOCK THE OPERATOR ON THE FILE, NOT JUST
      * THE SESSION, SO GUESSING CANNOT CONTINUE TOMORROW.
           ADD 1 TO WS-OPR-FAILS(WS-OPR-FOUND)
           MOVE 'Y' TO WS-OPR-CHANGED
           IF WS-OPR-FAILS(WS-OPR-FOUND) >= 3
              MOVE 'L' TO WS-OPR-STATE(WS-OPR-FOUND)
              DISPLAY 'TOO MANY FAILED TRIES - OPERATOR LOCKED.'
           ELSE
              DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNIZED.'
           END-IF.
       ACCEPT-GOOD-SIGNON.
           IF WS-OPR-FAILS(WS-OPR-FOUND) > ZERO
              MOVE ZERO TO WS-OPR-FAILS(WS-OPR-FOUND)
              MOVE 'Y' TO WS-OPR-CHANGED
           END-IF
           MOVE ZERO TO WS-PWD-AGE-DAYS
           IF WS-OPR-PWD-DATE(WS-OPR-FOUND) > ZERO
              COMPUTE WS-PWD-AGE-DAYS = WS-TODAY-SERIAL -
                 FUNCTION INTEGER-OF-DATE(
                    WS-OPR-PWD-DATE(WS-OPR-FOUND))
           END-IF
           IF WS-OPR-FORCE(WS-OPR-FOUND) = 'Y'
              OR WS-PWD-AGE-DAYS > WS-PWD-EXP-DAYS
              PERFORM CHANGE-PASSWORD
           ELSE
              MOVE 'Y' TO WS-SIGNON-OK
           END-IF.
       CHANGE-PASSWORD.
      * A FIRST-USE OR EXPIRED PASSWORD MUST BE REPLACED BEFORE
      * THE MENU OPENS; THE NEW ONE IS KEYED TWICE.
           DISPLAY 'PASSWORD MUST BE CHANGED.'
           DISPLAY 'NEW PASSWORD: ' WITH NO ADVANCING
           ACCEPT WS-NEW-PASSWORD
           DISPLAY 'NEW PASSWORD AGAIN: ' WITH NO ADVANCING
           ACCEPT WS-NEW-PASSWORD2
           EVALUATE TRUE
              WHEN WS-NEW-PASSWORD = SPACES
                 DISPLAY 'PASSWORD MAY NOT BE BLANK - SIGN ON AGAIN.'
              WHEN WS-NEW-PASSWORD NOT = WS-NEW-PASSWORD2
                 DISPLAY 'PASSWORDS DO NOT MATCH - SIGN ON AGAIN.'
              WHEN OTHER
                 PERFORM HASH-NEW-PASSWORD
           END-EVALUATE.
       HASH-NEW-PASSWORD.
      * PWDHASH REFUSES THE CURRENT PASSWORD OR ANY OF THE LAST FOUR,
      * AND OTHERWISE HANDS BACK THE NEW HASH AND THE HISTORY WITH
      * THE OLD HASH PUSHED ONTO IT.
           MOVE 'CHNG' TO PWH-FUNCTION
           MOVE WS-OPR-ID(WS-OPR-FOUND)      TO PWH-OPERATOR-ID
           MOVE WS-NEW-PASSWORD              TO PWH-PASSWORD
           MOVE WS-OPR-SALT(WS-OPR-FOUND)    TO PWH-SALT
           MOVE WS-OPR-HASH(WS-OPR-FOUND)    TO PWH-STORED-HASH
           MOVE WS-OPR-HISTORY(WS-OPR-FOUND) TO PWH-HISTORY
           CALL WS-PWDHASH-PROG USING PWDHASH-PARMS
              ON EXCEPTION MOVE 12 TO PWH-RC
           END-CALL
           EVALUATE PWH-RC
              WHEN ZERO
                 MOVE PWH-SALT     TO WS-OPR-SALT(WS-OPR-FOUND)
                 MOVE PWH-NEW-HASH TO WS-OPR-HASH(WS-OPR-FOUND)
                 MOVE PWH-HISTORY  TO WS-OPR-HISTORY(WS-OPR-FOUND)
                 MOVE WS-CURRENT-DATE
                    TO WS-OPR-PWD-DATE(WS-OPR-FOUND)
                 MOVE 'N' TO WS-OPR-FORCE(WS-OPR-FOUND)
                 MOVE 'Y' TO WS-OPR-CHANGED
                 MOVE 'Y' TO WS-SIGNON-OK
                 DISPLAY 'PASSWORD CHANGED.'
              WHEN 4
                 DISPLAY 'PASSWORD USED RECENTLY - SIGN ON AGAIN.'
              WHEN OTHER
                 DISPLAY 'PASSWORD NOT CHANGED, PWDHASH RC: ' PWH-RC
           END-EVALUATE.
       CHECK-PROGRAM-AUTHORITY.
      * A GOOD SIGN-ON STILL NEEDS THE AUTHORITY TO USE THIS MENU;
      * A CLERK WHERE A SUPERVISOR IS NEEDED IS TURNED AWAY.
           MOVE WS-OPR-ID(WS-OPR-FOUND)   TO SGN-OPERATOR-ID
           MOVE WS-OPR-AUTH(WS-OPR-FOUND) TO SGN-AUTHORITY
           MOVE SPACES TO LOG-MESSAGE
           IF WS-USE-AUTH = 'S' AND SGN-AUTHORITY NOT = 'S'
              DISPLAY SGN-PROGRAM ' REQUIRES SUPERVISOR AUTHORITY.'
              MOVE 'W' TO LOG-SEVERITY
              STRING 'SIGN-ON TO ' SGN-PROGRAM ' REFUSED FOR '
                 SGN-OPERATOR-ID ' - AUTHORITY '
                 SGN-AUTHORITY DELIMITED BY SIZE
                 INTO LOG-MESSAGE
           ELSE
              MOVE ZERO TO SGN-RC
              IF WS-UPDATE-AUTH = 'C' OR SGN-AUTHORITY = 'S'
                 MOVE 'Y' TO SGN-CAN-UPDATE
              ELSE
                 DISPLAY 'ENQUIRY ONLY - CHANGES IN ' SGN-PROGRAM
                    ' REQUIRE SUPERVISOR AUTHORITY.'
              END-IF
              MOVE 'I' TO LOG-SEVERITY
              STRING 'SIGN-ON TO ' SGN-PROGRAM ' BY '
                 SGN-OPERATOR-ID ' AUTHORITY ' SGN-AUTHORITY
                 ' UPDATE ' SGN-CAN-UPDATE DELIMITED BY SIZE
                 INTO LOG-MESSAGE
           END-IF
           PERFORM WRITE-OPS-LOG.
       REWRITE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING OPERATOR.DAT, STATUS: '
                 WS-OPERATOR-STATUS
           ELSE
              PERFORM WRITE-ONE-OPERATOR
                 VARYING WS-OPR-IDX FROM 1 BY 1
                 UNTIL WS-OPR-IDX > WS-OPR-COUNT
              CLOSE OPERATOR-FILE
           END-IF.
       WRITE-ONE-OPERATOR.
           MOVE SPACES TO OPERATOR-RECORD
           MOVE WS-OPR-ID(WS-OPR-IDX)       TO OPR-ID
           MOVE WS-OPR-SALT(WS-OPR-IDX)     TO OPR-SALT
           MOVE WS-OPR-HASH(WS-OPR-IDX)     TO OPR-PWD-HASH
           MOVE WS-OPR-HISTORY(WS-OPR-IDX)  TO OPR-PWD-HISTORY
           MOVE WS-OPR-AUTH(WS-OPR-IDX)     TO OPR-AUTHORITY
           MOVE WS-OPR-PWD-DATE(WS-OPR-IDX) TO OPR-PWD-DATE
           MOVE WS-OPR-FORCE(WS-OPR-IDX)    TO OPR-FORCE-CHANGE
           MOVE WS-OPR-FAILS(WS-OPR-IDX)    TO OPR-FAIL-COUNT
           MOVE WS-OPR-STATE(WS-OPR-IDX)    TO OPR-STATUS
           WRITE OPERATOR-RECORD.
       WRITE-OPS-LOG.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM SIGNON.
