       PROGRAM-ID.     STOREMNT.
      ***************************************
      * STORE MASTER MAINTENANCE, IN THE STYLE OF THE PRODMNT MENU.
      * MAINTAINS STOREMAST.DAT: STORE NUMBER (1-999), NAME, REGION
      * AND OPENING DATE - SO TAB01 STOPS IDENTIFYING STORES BY A
      * BARE NUMBER. THE MASTER IS KEPT IN STORE NUMBER ORDER AND
      * IS WHAT DECIDES HOW MANY STORES SALESCAP AND TAB01 HANDLE,
      * UP TO 50. OPENING DATES GO THROUGH THE SHARED DATEUTIL
      * ROUTINE.
      *
      * THE OPERATOR SIGNS ON THROUGH SIGNON FIRST. CLERKS MAY ADD,
      * CHANGE AND DELETE STORES UNLESS progauth.dat RESERVES
      * CHANGES TO SUPERVISORS. EVERY CHANGE GOES TO
      * maint-journal.log THROUGH MNTJRNL WITH THE OPERATOR ID.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD STORE-FILE.
       01 STORE-RECORD.
          02 ST-NUMBER            PIC 9(3).
          02 FILLER               PIC X.
          02 ST-NAME              PIC X(20).
          02 FILLER               PIC X.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
       01 WS-STORE-TABLE.
          05 WS-STORE-ENTRY OCCURS 50 TIMES.
             10 WS-ST-NUMBER      PIC 9(3).
             10 WS-ST-NAME        PIC X(20).
             10 WS-ST-REGION      PIC X(10).
             10 WS-ST-OPEN-DATE   PIC 9(8).
       01 WS-STORE-COUNT     PIC 99 VALUE ZERO.
       01 WS-STORE-IDX       PIC 99 VALUE ZERO.
       01 WS-STORE-FOUND     PIC 99 VALUE ZERO.
       01 WS-MOVE-IDX        PIC 99 VALUE ZERO.
       01 WS-STORE-NUMBER    PIC 9(3) VALUE ZERO.
       01 WS-DIGIT-COUNT     PIC 9 VALUE ZERO.
       01 WS-ENTRY-NUMBER    PIC X(3).
       01 WS-ENTRY-NAME      PIC X(20).
       01 WS-ENTRY-REGION    PIC X(10).
       01 WS-ENTRY-DATE      PIC X(8).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       01 WS-SIGNON-PROG     PIC X(6) VALUE 'SIGNON'.
       01 SIGNON-PARMS.
          05 SGN-PROGRAM        PIC X(8) VALUE 'STOREMNT'.
          05 SGN-UPDATE-DEFAULT PIC X VALUE 'C'.
          05 SGN-OPERATOR-ID    PIC X(8).
          05 SGN-AUTHORITY      PIC X.
          05 SGN-CAN-UPDATE     PIC X.
             88 SGN-UPDATE-ALLOWED VALUE 'Y'.
          05 SGN-RC             PIC 9(2).
       01 WS-MNTJRNL-PROG    PIC X(7) VALUE 'MNTJRNL'.
       01 MNTJRNL-PARMS.
          05 MJP-PROGRAM        PIC X(8) VALUE 'STOREMNT'.
          05 MJP-OPERATOR       PIC X(8).
          05 MJP-ACTION         PIC X(10).
          05 MJP-KEY            PIC X(20).
          05 MJP-BEFORE-IMAGE   PIC X(120).
          05 MJP-AFTER-IMAGE    PIC X(120).
          05 MJP-RC             PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'STOREMNT - STORE MASTER MAINTENANCE'
           CALL WS-SIGNON-PROG USING SIGNON-PARMS
              ON EXCEPTION MOVE 8 TO SGN-RC
           END-CALL
           IF SGN-RC NOT = ZERO
              DISPLAY 'SIGN-ON FAILED - PROGRAM ENDED.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SGN-OPERATOR-ID TO MJP-OPERATOR
           PERFORM LOAD-STORE-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 THRU 3
                    IF SGN-UPDATE-ALLOWED
                       PERFORM MAINTAIN-STORE
                    ELSE
                       DISPLAY 'CHANGES REQUIRE SUPERVISOR AUTHORITY.'
                    END-IF
                 WHEN 4 PERFORM LISTSTORES
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       MAINTAIN-STORE.
           EVALUATE CHOICE
              WHEN 1 PERFORM ADDSTORE
              WHEN 2 PERFORM CHANGESTORE
              WHEN 3 PERFORM DELETESTORE
           END-EVALUATE.
       TAKE-IMAGE.
      * THE STORE ENTRY AT WS-STORE-IDX IN ITS FILE LAYOUT.
           PERFORM BUILD-STORE-RECORD
           MOVE STORE-RECORD TO MJP-AFTER-IMAGE.
       WRITE-MAINT-JOURNAL.
      * ONE JOURNAL LINE PER CHANGE; A MISSING JOURNAL WRITER IS
      * REPORTED BUT DOES NOT UNDO THE CHANGE.
           MOVE SPACES TO MJP-KEY
           MOVE WS-STORE-NUMBER TO MJP-KEY(1:3)
           CALL WS-MNTJRNL-PROG USING MNTJRNL-PARMS
              ON EXCEPTION MOVE 12 TO MJP-RC
           END-CALL
           IF MJP-RC NOT = ZERO
              DISPLAY 'WARNING - CHANGE NOT JOURNALED.'
           END-IF.
       LOAD-STORE-FILE.
           OPEN INPUT STORE-FILE
           IF WS-STORE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ STORE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       EVALUATE TRUE
                          WHEN ST-NUMBER NOT NUMERIC
                             OR ST-NUMBER = ZERO
                             DISPLAY 'BAD STORE RECORD SKIPPED: '
                                STORE-RECORD
                          WHEN WS-STORE-COUNT >= 50
                             DISPLAY 'STORE TABLE FULL - SKIPPED: '
                                STORE-RECORD
                          WHEN OTHER
                             ADD 1 TO WS-STORE-COUNT
                             MOVE ST-NUMBER
                                TO WS-ST-NUMBER(WS-STORE-COUNT)
                             MOVE ST-NAME
                                TO WS-ST-NAME(WS-STORE-COUNT)
                             MOVE ST-REGION
                                TO WS-ST-REGION(WS-STORE-COUNT)
                             MOVE ST-OPEN-DATE
                                TO WS-ST-OPEN-DATE(WS-STORE-COUNT)
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE STORE-FILE
           ELSE
              PERFORM WRITE-ONE-STORE
                 VARYING WS-STORE-IDX FROM 1 BY 1
                 UNTIL WS-STORE-IDX > WS-STORE-COUNT
              CLOSE STORE-FILE
           END-IF.
       WRITE-ONE-STORE.
           PERFORM BUILD-STORE-RECORD
           WRITE STORE-RECORD.
       BUILD-STORE-RECORD.
           MOVE SPACES TO STORE-RECORD
           MOVE WS-ST-NUMBER(WS-STORE-IDX)    TO ST-NUMBER
           MOVE WS-ST-NAME(WS-STORE-IDX)      TO ST-NAME
           MOVE WS-ST-REGION(WS-STORE-IDX)    TO ST-REGION
           MOVE WS-ST-OPEN-DATE(WS-STORE-IDX) TO ST-OPEN-DATE.
       ACCEPT-STORE-NUMBER.
      * ONE TO THREE DIGITS, LEFT-JUSTIFIED AS KEYED. WS-STORE-FOUND
      * IS THE STORE'S TABLE ENTRY, ZERO WHEN IT IS NOT ON FILE.
           DISPLAY 'ENTER STORE NUMBER (1-999): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NUMBER
           MOVE ZERO TO WS-STORE-NUMBER WS-STORE-FOUND WS-DIGIT-COUNT
           INSPECT WS-ENTRY-NUMBER TALLYING WS-DIGIT-COUNT
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGIT-COUNT > ZERO
              IF WS-ENTRY-NUMBER(1:WS-DIGIT-COUNT) IS NUMERIC
                 MOVE WS-ENTRY-NUMBER(1:WS-DIGIT-COUNT)
                    TO WS-STORE-NUMBER
              END-IF
           END-IF
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
              UNTIL WS-STORE-IDX > WS-STORE-COUNT
              IF WS-ST-NUMBER(WS-STORE-IDX) = WS-STORE-NUMBER
                 MOVE WS-STORE-IDX TO WS-STORE-FOUND
              END-IF
           END-PERFORM.
       ACCEPT-STORE-FIELDS.
           DISPLAY 'ENTER STORE NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY ' '
           PERFORM ACCEPT-STORE-NUMBER
           EVALUATE TRUE
              WHEN WS-STORE-NUMBER = ZERO
                 DISPLAY 'STORE NUMBER MUST BE 1-999.'
              WHEN WS-STORE-FOUND > ZERO
                 DISPLAY 'STORE ALREADY ON FILE.'
              WHEN WS-STORE-COUNT >= 50
                 DISPLAY 'STORE FILE FULL.'
              WHEN OTHER
                 PERFORM ACCEPT-STORE-FIELDS
                 IF WS-DATE-OK = 'N'
                    DISPLAY 'INVALID OPEN DATE - NOT ADDED.'
                 ELSE
                    PERFORM INSERT-STORE-ENTRY
                    PERFORM TAKE-IMAGE
                    MOVE SPACES TO MJP-BEFORE-IMAGE
                    MOVE 'ADDSTORE' TO MJP-ACTION
                    PERFORM WRITE-MAINT-JOURNAL
                    PERFORM REWRITE-STORE-FILE
                    DISPLAY 'STORE ADDED.'
                 END-IF
           END-EVALUATE.
       INSERT-STORE-ENTRY.
      * OPEN A SLOT AT THE STORE'S PLACE IN NUMBER ORDER.
           MOVE 1 TO WS-STORE-IDX
           PERFORM UNTIL WS-STORE-IDX > WS-STORE-COUNT
              OR WS-ST-NUMBER(WS-STORE-IDX) > WS-STORE-NUMBER
              ADD 1 TO WS-STORE-IDX
           END-PERFORM
           PERFORM VARYING WS-MOVE-IDX FROM WS-STORE-COUNT BY -1
              UNTIL WS-MOVE-IDX < WS-STORE-IDX
              MOVE WS-STORE-ENTRY(WS-MOVE-IDX)
                 TO WS-STORE-ENTRY(WS-MOVE-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-STORE-COUNT
           MOVE WS-STORE-NUMBER TO WS-ST-NUMBER(WS-STORE-IDX)
           MOVE WS-ENTRY-NAME TO WS-ST-NAME(WS-STORE-IDX)
           MOVE WS-ENTRY-REGION TO WS-ST-REGION(WS-STORE-IDX)
           MOVE WS-ENTRY-DATE(1:8) TO WS-ST-OPEN-DATE(WS-STORE-IDX).
       CHANGESTORE.
           DISPLAY ' '
           PERFORM ACCEPT-STORE-NUMBER
           IF WS-STORE-FOUND = ZERO
              DISPLAY 'STORE NOT ON FILE.'
           ELSE
              PERFORM ACCEPT-STORE-FIELDS
              IF WS-DATE-OK = 'N'
                 DISPLAY 'INVALID OPEN DATE - NOT CHANGED.'
              ELSE
                 MOVE WS-STORE-FOUND TO WS-STORE-IDX
                 PERFORM TAKE-IMAGE
                 MOVE MJP-AFTER-IMAGE TO MJP-BEFORE-IMAGE
                 MOVE WS-ENTRY-NAME TO WS-ST-NAME(WS-STORE-FOUND)
                 MOVE WS-ENTRY-REGION
                    TO WS-ST-REGION(WS-STORE-FOUND)
                 MOVE WS-ENTRY-DATE(1:8)
                    TO WS-ST-OPEN-DATE(WS-STORE-FOUND)
                 PERFORM TAKE-IMAGE
                 MOVE 'CHGSTORE' TO MJP-ACTION
                 PERFORM WRITE-MAINT-JOURNAL
                 PERFORM REWRITE-STORE-FILE
                 DISPLAY 'STORE CHANGED.'
              END-IF
       DELETESTORE.
           DISPLAY ' '
           PERFORM ACCEPT-STORE-NUMBER
           IF WS-STORE-FOUND = ZERO
              DISPLAY 'STORE NOT ON FILE.'
           ELSE
              MOVE WS-STORE-FOUND TO WS-STORE-IDX
              PERFORM TAKE-IMAGE
              MOVE MJP-AFTER-IMAGE TO MJP-BEFORE-IMAGE
              MOVE SPACES TO MJP-AFTER-IMAGE
              MOVE 'DELSTORE' TO MJP-ACTION
              PERFORM WRITE-MAINT-JOURNAL
              PERFORM VARYING WS-MOVE-IDX FROM WS-STORE-FOUND BY 1
                 UNTIL WS-MOVE-IDX >= WS-STORE-COUNT
                 MOVE WS-STORE-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-STORE-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-STORE-COUNT
              PERFORM REWRITE-STORE-FILE
              DISPLAY 'STORE DELETED.'
           END-IF.
           DISPLAY ' '
           PERFORM LIST-ONE-STORE
              VARYING WS-STORE-IDX FROM 1 BY 1
              UNTIL WS-STORE-IDX > WS-STORE-COUNT
           DISPLAY 'STORES ON FILE: ' WS-STORE-COUNT.
       LIST-ONE-STORE.
           DISPLAY WS-ST-NUMBER(WS-STORE-IDX) ' '
              WS-ST-NAME(WS-STORE-IDX) ' '
              WS-ST-REGION(WS-STORE-IDX) ' OPENED '
              WS-ST-OPEN-DATE(WS-STORE-IDX).
       END PROGRAM STOREMNT.
