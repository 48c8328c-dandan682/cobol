           SELECT OPTIONAL NOTES-FILE ASSIGN TO "custnotes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTES-STATUS.
           SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shipto.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPTO-STATUS.
      ***************************************      
       DATA DIVISION. 
      ***************************************
           02 JRN-AFTER-IMAGE      PIC X(102).
      **************************************
      * OPERATOR SIGN-ON FILE, MAINTAINED BY OPERMNT: ONE LINE PER
      * OPERATOR WITH ID, AUTHORITY (C=CLERK, S=SUPERVISOR), THE
      * DATE THE PASSWORD WAS LAST SET, THE FORCED-CHANGE FLAG, THE
      * FAILED SIGN-ON COUNT, THE STATUS (A=ACTIVE, L=LOCKED OUT,
      * R=REVOKED) AND THE SALTED PASSWORD HASH WITH ITS HISTORY.
      * ONLY SUPERVISORS MAY DELETE CUSTOMERS. A LINE WITH BLANK
      * CONTROL FIELDS IS TREATED AS ACTIVE.
       FD OPERATOR-FILE.
           COPY OPRREC.
      **************************************
      * SHOP-WIDE BUSY TOKENS: ONE LINE PER SIGNED-ON OPERATOR
      * SESSION. NIGHTRUN AND FILE06 REFUSE TO START WHILE TOKENS
           02 NOTE-OPERATOR        PIC X(8).
           02 FILLER               PIC X.
           02 NOTE-TEXT            PIC X(60).
      **************************************
      * SHIP-TO ADDRESSES: THE DELIVERY ADDRESSES A CUSTOMER USES
      * BESIDES THE MAIN ONE. EVERY CHANGE IS JOURNALED WITH THE
      * BEFORE- AND AFTER-IMAGES OF THE SHIP-TO LINE.
       FD SHIPTO-FILE.
           COPY SHTREC.
      **************************************
       WORKING-STORAGE SECTION.
       01 CHOICE                   PIC 99.
       01 STAYOPEN                 PIC X VALUE 'Y'.
       01 CUSTEXIST                PIC X.
       01 WS-EOF-FLAG               PIC X VALUE 'N'.
       01 WS-NOTES-STATUS          PIC X(2).
       01 WS-NOTE-TEXT             PIC X(60).
       01 WS-NOTE-COUNT            PIC 9(4) VALUE ZERO.
      * THE SHIP-TO FILE HELD IN STORAGE IN IDNUM / SHIP-TO NUMBER
      * ORDER WHILE ONE CUSTOMER'S ADDRESSES ARE MAINTAINED, AND
      * WRITTEN BACK WHOLE AFTER EACH CHANGE.
       01 WS-SHIPTO-STATUS         PIC X(2).
       01 WS-SHIPTO-TABLE.
           02 WS-SHT-LINE          PIC X(95) OCCURS 2000 TIMES.
       01 WS-SHT-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-SHT-IDX               PIC 9(4) VALUE ZERO.
       01 WS-SHT-FOUND             PIC 9(4) VALUE ZERO.
       01 WS-SHT-INSERT            PIC 9(4) VALUE ZERO.
       01 WS-SHT-CHOICE            PIC 9.
       01 WS-SHT-STAYOPEN          PIC X VALUE 'Y'.
       01 WS-SHT-ENTRY-NUM         PIC X(2).
       01 WS-SHT-NUM               PIC 9(2) VALUE ZERO.
       01 WS-SHT-VALID             PIC X VALUE 'N'.
       01 WS-SHT-LISTED            PIC 9(2) VALUE ZERO.
       01 WS-SHT-NEW-LINE          PIC X(95).
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
       01 WS-NEW-PASSWORD2         PIC X(8).
       01 WS-PWD-EXP-DAYS          PIC 9(4) VALUE 90.
       01 WS-PWD-AGE-DAYS          PIC S9(7) COMP VALUE ZERO.
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
       01 WS-TODAY-SERIAL          PIC S9(7) COMP VALUE ZERO.
       01 WS-PARAMS-PROG           PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
              DISPLAY '7 : SEARCH BY PHONE'
              DISPLAY '8 : ADD CUSTOMER NOTE'
              DISPLAY '9 : VIEW CUSTOMER NOTES'
              DISPLAY '10: SHIP-TO ADDRESSES'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
                 WHEN 7 PERFORM SEARCHPHONE
                 WHEN 8 PERFORM ADDNOTE
                 WHEN 9 PERFORM VIEWNOTES
                 WHEN 10 PERFORM SHIPTOMENU
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
                 NOT AT END
                    ADD 1 TO WS-OPR-COUNT
                    MOVE OPR-ID        TO WS-OPR-ID(WS-OPR-COUNT)
                    MOVE OPR-SALT      TO WS-OPR-SALT(WS-OPR-COUNT)
                    MOVE OPR-PWD-HASH  TO WS-OPR-HASH(WS-OPR-COUNT)
                    MOVE OPR-PWD-HISTORY
                       TO WS-OPR-HISTORY(WS-OPR-COUNT)
                    MOVE OPR-AUTHORITY
                       TO WS-OPR-AUTH(WS-OPR-COUNT)
                    IF OPR-PWD-DATE IS NUMERIC
                 MOVE WS-OPR-IDX TO WS-OPR-FOUND
              END-IF
           END-PERFORM
           IF WS-OPR-FOUND > ZERO
              PERFORM VERIFY-PASSWORD
           END-IF
           EVALUATE TRUE
              WHEN WS-OPR-FOUND = ZERO
                 DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNIZED.'
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
       REWRITE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE
       WRITE-ONE-OPERATOR.
           MOVE SPACES TO OPERATOR-RECORD
           MOVE WS-OPR-ID(WS-OPR-IDX)       TO OPR-ID
           MOVE WS-OPR-SALT(WS-OPR-IDX)     TO OPR-SALT
           MOVE WS-OPR-HASH(WS-OPR-IDX)     TO OPR-PWD-HASH
           MOVE WS-OPR-HISTORY(WS-OPR-IDX)  TO OPR-PWD-HISTORY
           MOVE WS-OPR-AUTH(WS-OPR-IDX)     TO OPR-AUTHORITY
           MOVE WS-OPR-PWD-DATE(WS-OPR-IDX) TO OPR-PWD-DATE
           MOVE WS-OPR-FORCE(WS-OPR-IDX)    TO OPR-FORCE-CHANGE
              CLOSE NOTES-FILE
           END-IF
           DISPLAY 'NOTES ON FILE: ' WS-NOTE-COUNT.
       SHIPTOMENU.
      * A CUSTOMER'S DELIVERY ADDRESSES, NUMBERED 01-99. ORDERS
      * QUOTE THE NUMBER TO BE PACKED, SHIPPED AND TAXED THERE;
      * INVOICES AND STATEMENTS STAY AT THE MAIN ADDRESS.
           DISPLAY ''
           DISPLAY 'ENTER ID: ' WITH NO ADVANCING
           ACCEPT IDNUM
           READ CUSTOMER-FILE
              INVALID KEY DISPLAY 'CUSTOMER DOES NOT EXIST.'
              NOT INVALID KEY
                 PERFORM LOAD-SHIPTO-TABLE
                 MOVE 'Y' TO WS-SHT-STAYOPEN
                 PERFORM UNTIL WS-SHT-STAYOPEN = 'N'
                    DISPLAY ' '
                    DISPLAY 'SHIP-TO ADDRESSES FOR ' IDNUM ' '
                       FIRSTNAME ' ' LASTNAME
                    DISPLAY ' '
                    DISPLAY '1 : ADD OR CHANGE SHIP-TO'
                    DISPLAY '2 : REMOVE SHIP-TO'
                    DISPLAY '3 : LIST SHIP-TOS'
                    DISPLAY '0 : RETURN'
                    DISPLAY ':' WITH NO ADVANCING
                    ACCEPT WS-SHT-CHOICE
                    EVALUATE WS-SHT-CHOICE
                       WHEN 1 PERFORM ADDSHIPTO
                       WHEN 2 PERFORM REMOVESHIPTO
                       WHEN 3 PERFORM LISTSHIPTO
                       WHEN OTHER MOVE 'N' TO WS-SHT-STAYOPEN
                    END-EVALUATE
                 END-PERFORM
           END-READ.
       LOAD-SHIPTO-TABLE.
           MOVE ZERO TO WS-SHT-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIPTO-FILE
           IF WS-SHIPTO-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SHT-COUNT >= 2000
                 READ SHIPTO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SHT-COUNT
                       MOVE SHIPTO-RECORD TO WS-SHT-LINE(WS-SHT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SHIPTO-FILE
           ELSE
              DISPLAY 'ERROR ON SHIP-TO OPEN - FILE STATUS '
                 WS-SHIPTO-STATUS
           END-IF.
       ACCEPT-SHIPTO-NUMBER.
           MOVE ZERO TO WS-SHT-NUM
           DISPLAY 'ENTER SHIP-TO NUMBER (01-99): ' WITH NO ADVANCING
           ACCEPT WS-SHT-ENTRY-NUM
           IF FUNCTION TEST-NUMVAL(WS-SHT-ENTRY-NUM) = ZERO
              COMPUTE WS-SHT-NUM = FUNCTION NUMVAL(WS-SHT-ENTRY-NUM)
           END-IF
           IF WS-SHT-NUM = ZERO
              DISPLAY 'SHIP-TO NUMBER MUST BE 01-99.'
           END-IF.
       FIND-SHIPTO.
      * WS-SHT-FOUND COMES BACK AS THE ENTRY FOR THIS CUSTOMER AND
      * SHIP-TO NUMBER, OR ZERO; WS-SHT-INSERT AS THE POSITION A NEW
      * ENTRY TAKES TO KEEP THE FILE IN KEY ORDER.
           MOVE ZERO TO WS-SHT-FOUND
           COMPUTE WS-SHT-INSERT = WS-SHT-COUNT + 1
           PERFORM VARYING WS-SHT-IDX FROM WS-SHT-COUNT BY -1
              UNTIL WS-SHT-IDX < 1
              MOVE WS-SHT-LINE(WS-SHT-IDX) TO SHIPTO-RECORD
              IF SHT-IDNUM = IDNUM AND SHT-SHIPTO-NUM = WS-SHT-NUM
                 MOVE WS-SHT-IDX TO WS-SHT-FOUND
              END-IF
              IF SHT-IDNUM > IDNUM
                 OR (SHT-IDNUM = IDNUM
                     AND SHT-SHIPTO-NUM > WS-SHT-NUM)
                 MOVE WS-SHT-IDX TO WS-SHT-INSERT
              END-IF
           END-PERFORM.
       ADDSHIPTO.
           PERFORM ACCEPT-SHIPTO-NUMBER
           IF WS-SHT-NUM > ZERO
              PERFORM FIND-SHIPTO
              IF WS-SHT-FOUND = ZERO
                 MOVE SPACES TO WS-BEFORE-IMAGE
              ELSE
                 MOVE WS-SHT-LINE(WS-SHT-FOUND) TO WS-BEFORE-IMAGE
                 DISPLAY 'NOW: ' WS-SHT-LINE(WS-SHT-FOUND)
              END-IF
              MOVE SPACES TO SHIPTO-RECORD
              MOVE IDNUM      TO SHT-IDNUM
              MOVE WS-SHT-NUM TO SHT-SHIPTO-NUM
              DISPLAY 'ENTER DELIVER-TO NAME: ' WITH NO ADVANCING
              ACCEPT SHT-NAME
              DISPLAY 'ENTER ADDRESS: ' WITH NO ADVANCING
              ACCEPT SHT-ADDR-LINE1
              DISPLAY 'ENTER CITY: ' WITH NO ADVANCING
              ACCEPT SHT-CITY
              DISPLAY 'ENTER STATE: ' WITH NO ADVANCING
              ACCEPT SHT-STATE
              DISPLAY 'ENTER ZIP: ' WITH NO ADVANCING
              ACCEPT SHT-ZIP
              PERFORM VALIDATE-SHIPTO
              IF WS-SHT-VALID = 'Y'
                 MOVE SHIPTO-RECORD TO WS-SHT-NEW-LINE
                 IF WS-SHT-FOUND = ZERO
                    PERFORM INSERT-SHIPTO
                    MOVE 'ADDSHIPTO' TO WS-JRN-ACTION
                 ELSE
                    MOVE WS-SHT-NEW-LINE TO WS-SHT-LINE(WS-SHT-FOUND)
                    MOVE 'CHGSHIPTO' TO WS-JRN-ACTION
                 END-IF
                 PERFORM REWRITE-SHIPTO-FILE
                 MOVE WS-SHT-NEW-LINE TO WS-AFTER-IMAGE
                 PERFORM WRITE-JOURNAL
              END-IF
           END-IF.
       INSERT-SHIPTO.
           IF WS-SHT-COUNT >= 2000
              DISPLAY 'SHIP-TO FILE FULL - ADDRESS NOT ADDED.'
           ELSE
              PERFORM VARYING WS-SHT-IDX FROM WS-SHT-COUNT BY -1
                 UNTIL WS-SHT-IDX < WS-SHT-INSERT
                 MOVE WS-SHT-LINE(WS-SHT-IDX)
                    TO WS-SHT-LINE(WS-SHT-IDX + 1)
              END-PERFORM
              MOVE WS-SHT-NEW-LINE TO WS-SHT-LINE(WS-SHT-INSERT)
              ADD 1 TO WS-SHT-COUNT
           END-IF.
       VALIDATE-SHIPTO.
      * STATE AND ZIP GO THROUGH THE SAME CUSTVAL EDITS AS THE MAIN
      * ADDRESS; THE PHONE PASSED IS THE CUSTOMER'S OWN, SO ONLY A
      * BAD STATE OR ZIP REFUSES THE SHIP-TO.
           MOVE 'N' TO WS-SHT-VALID
           MOVE SHT-STATE TO CV-ADDR-STATE
           MOVE SHT-ZIP   TO CV-ADDR-ZIP
           MOVE CUSTPHONE TO CV-CUSTPHONE
           CALL WS-CUSTVAL-PROG USING CUSTVAL-PARMS
              ON EXCEPTION
                 DISPLAY 'ERROR: UNABLE TO CALL PROGRAM '
                    WS-CUSTVAL-PROG
                 MOVE ZERO TO CV-REASON-CODE
           END-CALL
           EVALUATE TRUE
              WHEN SHT-NAME = SPACES OR SHT-ADDR-LINE1 = SPACES
                 DISPLAY 'NAME AND ADDRESS ARE REQUIRED - '
                    'SHIP-TO REFUSED.'
              WHEN CV-BAD-STATE
                 DISPLAY 'INVALID STATE CODE - SHIP-TO REFUSED.'
              WHEN CV-BAD-ZIP
                 DISPLAY 'INVALID ZIP - MUST BE 5 OR 9 DIGITS - '
                    'SHIP-TO REFUSED.'
              WHEN OTHER
                 MOVE 'Y' TO WS-SHT-VALID
           END-EVALUATE.
       REMOVESHIPTO.
           PERFORM ACCEPT-SHIPTO-NUMBER
           IF WS-SHT-NUM > ZERO
              PERFORM FIND-SHIPTO
              IF WS-SHT-FOUND = ZERO
                 DISPLAY 'SHIP-TO DOES NOT EXIST.'
              ELSE
                 MOVE WS-SHT-LINE(WS-SHT-FOUND) TO WS-BEFORE-IMAGE
                 PERFORM VARYING WS-SHT-IDX FROM WS-SHT-FOUND BY 1
                    UNTIL WS-SHT-IDX >= WS-SHT-COUNT
                    MOVE WS-SHT-LINE(WS-SHT-IDX + 1)
                       TO WS-SHT-LINE(WS-SHT-IDX)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-SHT-COUNT
                 PERFORM REWRITE-SHIPTO-FILE
                 MOVE SPACES TO WS-AFTER-IMAGE
                 MOVE 'DELSHIPTO' TO WS-JRN-ACTION
                 PERFORM WRITE-JOURNAL
                 DISPLAY 'SHIP-TO REMOVED.'
              END-IF
           END-IF.
       LISTSHIPTO.
           MOVE ZERO TO WS-SHT-LISTED
           DISPLAY '00 MAIN ADDRESS ' ADDR-LINE1 ' ' ADDR-CITY ' '
              ADDR-STATE ' ' ADDR-ZIP
           PERFORM VARYING WS-SHT-IDX FROM 1 BY 1
              UNTIL WS-SHT-IDX > WS-SHT-COUNT
              MOVE WS-SHT-LINE(WS-SHT-IDX) TO SHIPTO-RECORD
              IF SHT-IDNUM = IDNUM
                 ADD 1 TO WS-SHT-LISTED
                 DISPLAY SHT-SHIPTO-NUM ' ' SHT-NAME
                 DISPLAY '   ' SHT-ADDR-LINE1 ' ' SHT-CITY ' '
                    SHT-STATE ' ' SHT-ZIP
              END-IF
           END-PERFORM
           DISPLAY 'SHIP-TOS ON FILE: ' WS-SHT-LISTED.
       REWRITE-SHIPTO-FILE.
           OPEN OUTPUT SHIPTO-FILE
           IF WS-SHIPTO-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING shipto.dat, STATUS: '
                 WS-SHIPTO-STATUS
           ELSE
              PERFORM VARYING WS-SHT-IDX FROM 1 BY 1
                 UNTIL WS-SHT-IDX > WS-SHT-COUNT
                 MOVE WS-SHT-LINE(WS-SHT-IDX) TO SHIPTO-RECORD
                 WRITE SHIPTO-RECORD
              END-PERFORM
              CLOSE SHIPTO-FILE
              DISPLAY 'SHIP-TO FILE UPDATED.'
           END-IF.
       SEARCHNAME.
      * LISTS EVERY CUSTOMER WHOSE LAST NAME STARTS WITH THE ENTERED
      * FULL OR PARTIAL NAME, USING THE LASTNAME ALTERNATE KEY, SO
