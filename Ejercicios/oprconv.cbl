       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OPRCONV.
      ***************************************
      * ONE-TIME CONVERSION OF THE OPERATOR FILE FROM CLEAR-TEXT
      * PASSWORDS TO SALTED HASHES:
      *
      *   OPERATOR.DAT -> OPERATOR-NEW.DAT
      *
      * EACH OPERATOR IS GIVEN A SALT AND THE HASH OF THEIR CURRENT
      * PASSWORD, MADE BY THE SHARED PWDHASH ROUTINE; THE CLEAR-TEXT
      * FIELD IS BLANKED AND THE FORCED-CHANGE FLAG SET, SO THE OLD
      * PASSWORD SIGNS ON ONCE MORE AND MUST THEN BE REPLACED. A LINE
      * THAT ALREADY CARRIES A HASH IS COPIED AS IT STANDS, SO A
      * SECOND RUN DOES NO HARM. AN OPERATOR WITH NO PASSWORD IS
      * LISTED FOR A RESET IN OPERMNT (RETURN CODE 4).
      *
      * LINES READ AND WRITTEN ARE COUNTED; RETURN CODE 8 IF THEY DO
      * NOT AGREE OR A PASSWORD COULD NOT BE HASHED. AFTER A CLEAN
      * RUN THE OPERATOR RENAMES OPERATOR-NEW.DAT OVER OPERATOR.DAT
      * AND DESTROYS THE OLD FILE AND ANY COPIES OF IT, WHICH STILL
      * HOLD THE PASSWORDS IN CLEAR.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLD-OPERATOR-STATUS.
           SELECT NEW-OPERATOR-FILE ASSIGN TO "OPERATOR-NEW.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEW-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-OPERATOR-FILE.
       01 OLD-OPERATOR-RECORD      PIC X(139).
       FD NEW-OPERATOR-FILE.
           COPY OPRREC.
       WORKING-STORAGE SECTION.
       01 WS-OLD-OPERATOR-STATUS   PIC X(2).
       01 WS-NEW-OPERATOR-STATUS   PIC X(2).
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
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
       01 WS-OPERATOR-READ         PIC 9(4) VALUE ZERO.
       01 WS-OPERATOR-WRITTEN      PIC 9(4) VALUE ZERO.
       01 WS-OPERATOR-HASHED       PIC 9(4) VALUE ZERO.
       01 WS-ALREADY-HASHED        PIC 9(4) VALUE ZERO.
       01 WS-NO-PASSWORD           PIC 9(4) VALUE ZERO.
       01 WS-HASH-FAILED           PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY 'OPRCONV - OPERATOR PASSWORDS TO SALTED HASHES'
           OPEN INPUT OLD-OPERATOR-FILE
           IF WS-OLD-OPERATOR-STATUS NOT = '00'
              DISPLAY 'NO OPERATOR.DAT, STATUS: '
                 WS-OLD-OPERATOR-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT NEW-OPERATOR-FILE
           IF WS-NEW-OPERATOR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OPERATOR-NEW.DAT, STATUS: '
                 WS-NEW-OPERATOR-STATUS
              CLOSE OLD-OPERATOR-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
              READ OLD-OPERATOR-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM CONVERT-ONE-OPERATOR
              END-READ
           END-PERFORM
           CLOSE OLD-OPERATOR-FILE, NEW-OPERATOR-FILE
           DISPLAY 'OPERATORS READ:        ' WS-OPERATOR-READ
           DISPLAY 'OPERATORS WRITTEN:     ' WS-OPERATOR-WRITTEN
           DISPLAY 'PASSWORDS HASHED:      ' WS-OPERATOR-HASHED
           DISPLAY 'ALREADY HASHED:        ' WS-ALREADY-HASHED
           DISPLAY 'NO PASSWORD ON FILE:   ' WS-NO-PASSWORD
           DISPLAY 'NOT HASHED (ERROR):    ' WS-HASH-FAILED
           IF WS-OPERATOR-WRITTEN NOT = WS-OPERATOR-READ
              OR WS-HASH-FAILED > ZERO
              DISPLAY 'CONVERSION NOT CLEAN - DO NOT RENAME'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'NOW RENAME OPERATOR-NEW.DAT OVER OPERATOR.DAT AND '
              'DESTROY THE OLD FILE AND ITS COPIES'
           IF WS-NO-PASSWORD > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       CONVERT-ONE-OPERATOR.
           ADD 1 TO WS-OPERATOR-READ
           MOVE OLD-OPERATOR-RECORD TO OPERATOR-RECORD
           EVALUATE TRUE
              WHEN OPR-PWD-HASH NOT = SPACES
                 ADD 1 TO WS-ALREADY-HASHED
              WHEN OPR-PLAIN-PASSWORD = SPACES
                 ADD 1 TO WS-NO-PASSWORD
                 MOVE 'Y' TO OPR-FORCE-CHANGE
                 DISPLAY OPR-ID ' HAS NO PASSWORD - RESET IT IN '
                    'OPERMNT'
              WHEN OTHER
                 PERFORM HASH-PLAIN-PASSWORD
           END-EVALUATE
           MOVE SPACES TO OPR-PLAIN-PASSWORD
           WRITE OPERATOR-RECORD
           IF WS-NEW-OPERATOR-STATUS = '00'
              ADD 1 TO WS-OPERATOR-WRITTEN
           ELSE
              DISPLAY 'ERROR WRITING OPERATOR-NEW.DAT, STATUS: '
                 WS-NEW-OPERATOR-STATUS
           END-IF.
       HASH-PLAIN-PASSWORD.
           MOVE 'HASH'             TO PWH-FUNCTION
           MOVE OPR-ID             TO PWH-OPERATOR-ID
           MOVE OPR-PLAIN-PASSWORD TO PWH-PASSWORD
           MOVE SPACES             TO PWH-SALT
           CALL WS-PWDHASH-PROG USING PWDHASH-PARMS
              ON EXCEPTION MOVE 12 TO PWH-RC
           END-CALL
           IF PWH-RC = ZERO
              ADD 1 TO WS-OPERATOR-HASHED
              MOVE PWH-SALT     TO OPR-SALT
              MOVE PWH-NEW-HASH TO OPR-PWD-HASH
              MOVE SPACES       TO OPR-PWD-HISTORY
              MOVE 'Y'          TO OPR-FORCE-CHANGE
           ELSE
              ADD 1 TO WS-HASH-FAILED
              DISPLAY OPR-ID ' NOT HASHED, PWDHASH RC: ' PWH-RC
           END-IF.
       END PROGRAM OPRCONV.
