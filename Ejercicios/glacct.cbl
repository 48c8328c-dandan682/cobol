       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLACCT.
      ***************************************
      * GENERAL LEDGER CHART OF ACCOUNTS MAINTENANCE, IN THE STYLE
      * OF THE SUPPMNT MENU. MAINTAINS GLACCT.DAT, KEYED BY THE
      * ACCOUNT CODE THE JOURNAL EXTRACTS (COBTRN9, ARGLEXT) WRITE
      * IN GLJ-ACCOUNT. GLPOST REJECTS ANY JOURNAL LINE WHOSE
      * ACCOUNT IS NOT HERE OR IS INACTIVE.
      * AN ACCOUNT IS NEVER DELETED ONCE IT MAY CARRY BALANCES; IT
      * IS MADE INACTIVE INSTEAD, WHICH STOPS FURTHER POSTINGS BUT
      * KEEPS ITS HISTORY ON THE TRIAL BALANCE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCOUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       COPY GLAREC.
       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS  PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
             10 WS-GLA-ACCOUNT    PIC X(8).
             10 WS-GLA-NAME       PIC X(30).
             10 WS-GLA-TYPE       PIC X.
             10 WS-GLA-STATUS     PIC X.
       01 WS-ACCOUNT-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-ACCOUNT-IDX     PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-ACCOUNT   PIC X(8).
       01 WS-ENTRY-TEXT      PIC X(30).
       01 WS-ENTRY-TYPE      PIC X.
          88 WS-VALID-TYPE            VALUE 'A' 'L' 'Q' 'R' 'E'.
       01 DIS-TYPE           PIC X(9).
       01 DIS-STATUS         PIC X(8).
       PROCEDURE DIVISION.
           DISPLAY 'GLACCT - GENERAL LEDGER ACCOUNT MAINTENANCE'
           PERFORM LOAD-ACCOUNT-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'CHART OF ACCOUNTS'
              DISPLAY ' '
              DISPLAY '1 : ADD ACCOUNT'
              DISPLAY '2 : CHANGE ACCOUNT'
              DISPLAY '3 : MAKE ACCOUNT INACTIVE'
              DISPLAY '4 : MAKE ACCOUNT ACTIVE'
              DISPLAY '5 : LIST ALL ACCOUNTS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDACCOUNT
                 WHEN 2 PERFORM CHANGEACCOUNT
                 WHEN 3 PERFORM DEACTIVATEACCOUNT
                 WHEN 4 PERFORM ACTIVATEACCOUNT
                 WHEN 5 PERFORM LISTACCOUNT
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       LOAD-ACCOUNT-FILE.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-ACCOUNT-COUNT >= 500
                 READ ACCOUNT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE GLA-ACCOUNT
                          TO WS-GLA-ACCOUNT(WS-ACCOUNT-COUNT)
                       MOVE GLA-NAME
                          TO WS-GLA-NAME(WS-ACCOUNT-COUNT)
                       MOVE GLA-TYPE
                          TO WS-GLA-TYPE(WS-ACCOUNT-COUNT)
                       MOVE GLA-STATUS
                          TO WS-GLA-STATUS(WS-ACCOUNT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           ELSE
              DISPLAY 'ERROR OPENING GLACCT.DAT, STATUS: '
                 WS-ACCOUNT-STATUS
           END-IF
           DISPLAY 'ACCOUNTS ON FILE: ' WS-ACCOUNT-COUNT.
       REWRITE-ACCOUNT-FILE.
           OPEN OUTPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING GLACCT.DAT, STATUS: '
                 WS-ACCOUNT-STATUS
           ELSE
              PERFORM WRITE-ONE-ACCOUNT
                 VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                 UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
              CLOSE ACCOUNT-FILE
           END-IF.
       WRITE-ONE-ACCOUNT.
           MOVE SPACES TO GLA-RECORD
           MOVE WS-GLA-ACCOUNT(WS-ACCOUNT-IDX) TO GLA-ACCOUNT
           MOVE WS-GLA-NAME(WS-ACCOUNT-IDX)    TO GLA-NAME
           MOVE WS-GLA-TYPE(WS-ACCOUNT-IDX)    TO GLA-TYPE
           MOVE WS-GLA-STATUS(WS-ACCOUNT-IDX)  TO GLA-STATUS
           WRITE GLA-RECORD.
       ACCEPT-ACCOUNT-CODE.
      * ACCOUNT CODES ARE HELD IN UPPER CASE, AS THE EXTRACTS WRITE
      * THEM.
           DISPLAY 'ENTER ACCOUNT CODE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ACCOUNT
           INSPECT WS-ENTRY-ACCOUNT CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
              UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
              IF WS-GLA-ACCOUNT(WS-ACCOUNT-IDX) = WS-ENTRY-ACCOUNT
                 MOVE WS-ACCOUNT-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       ACCEPT-ACCOUNT-DETAILS.
      * A BLANK ANSWER KEEPS THE VALUE ALREADY IN THE ENTRY, SO A
      * CHANGE ONLY NEEDS THE FIELDS THAT ARE ACTUALLY CHANGING.
           DISPLAY 'ENTER ACCOUNT NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT NOT = SPACES
              MOVE WS-ENTRY-TEXT TO WS-GLA-NAME(WS-FOUND-IDX)
           END-IF
           DISPLAY 'ENTER TYPE (A ASSET, L LIABILITY, Q EQUITY, '
              'R REVENUE, E EXPENSE): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-TYPE
           INSPECT WS-ENTRY-TYPE CONVERTING 'alqre' TO 'ALQRE'
           IF WS-VALID-TYPE
              MOVE WS-ENTRY-TYPE TO WS-GLA-TYPE(WS-FOUND-IDX)
           ELSE
              IF WS-ENTRY-TYPE NOT = SPACE
                 DISPLAY 'INVALID TYPE - NOT CHANGED.'
              END-IF
           END-IF.
       SET-DISPLAY-FIELDS.
           EVALUATE WS-GLA-TYPE(WS-ACCOUNT-IDX)
              WHEN 'A' MOVE 'ASSET'     TO DIS-TYPE
              WHEN 'L' MOVE 'LIABILITY' TO DIS-TYPE
              WHEN 'Q' MOVE 'EQUITY'    TO DIS-TYPE
              WHEN 'R' MOVE 'REVENUE'   TO DIS-TYPE
              WHEN 'E' MOVE 'EXPENSE'   TO DIS-TYPE
              WHEN OTHER MOVE '?'       TO DIS-TYPE
           END-EVALUATE
           IF WS-GLA-STATUS(WS-ACCOUNT-IDX) = 'I'
              MOVE 'INACTIVE' TO DIS-STATUS
           ELSE
              MOVE 'ACTIVE' TO DIS-STATUS
           END-IF.
       ADDACCOUNT.
           DISPLAY ' '
           IF WS-ACCOUNT-COUNT >= 500
              DISPLAY 'ACCOUNT FILE FULL.'
           ELSE
              PERFORM ACCEPT-ACCOUNT-CODE
              EVALUATE TRUE
                 WHEN WS-ENTRY-ACCOUNT = SPACES
                    DISPLAY 'ACCOUNT CODE REQUIRED.'
                 WHEN WS-FOUND-IDX > ZERO
                    DISPLAY 'ACCOUNT ALREADY ON FILE.'
                 WHEN OTHER
                    ADD 1 TO WS-ACCOUNT-COUNT
                    MOVE WS-ACCOUNT-COUNT TO WS-FOUND-IDX
                    MOVE SPACES TO WS-ACCOUNT-ENTRY(WS-FOUND-IDX)
                    MOVE WS-ENTRY-ACCOUNT
                       TO WS-GLA-ACCOUNT(WS-FOUND-IDX)
                    MOVE 'A' TO WS-GLA-STATUS(WS-FOUND-IDX)
                    PERFORM ACCEPT-ACCOUNT-DETAILS
                    EVALUATE TRUE
                       WHEN WS-GLA-NAME(WS-FOUND-IDX) = SPACES
                          SUBTRACT 1 FROM WS-ACCOUNT-COUNT
                          DISPLAY 'ACCOUNT NAME REQUIRED - NOT ADDED.'
                       WHEN WS-GLA-TYPE(WS-FOUND-IDX) = SPACE
                          SUBTRACT 1 FROM WS-ACCOUNT-COUNT
                          DISPLAY 'ACCOUNT TYPE REQUIRED - NOT ADDED.'
                       WHEN OTHER
                          PERFORM REWRITE-ACCOUNT-FILE
                          DISPLAY 'ACCOUNT ADDED.'
                    END-EVALUATE
              END-EVALUATE
           END-IF.
       CHANGEACCOUNT.
           DISPLAY ' '
           PERFORM ACCEPT-ACCOUNT-CODE
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'ACCOUNT NOT ON FILE.'
           ELSE
              MOVE WS-FOUND-IDX TO WS-ACCOUNT-IDX
              PERFORM SET-DISPLAY-FIELDS
              DISPLAY 'CURRENT: ' WS-GLA-NAME(WS-FOUND-IDX)
                 ' ' DIS-TYPE
              DISPLAY '(BLANK KEEPS THE CURRENT VALUE)'
              PERFORM ACCEPT-ACCOUNT-DETAILS
              PERFORM REWRITE-ACCOUNT-FILE
              DISPLAY 'ACCOUNT CHANGED.'
           END-IF.
       DEACTIVATEACCOUNT.
           DISPLAY ' '
           PERFORM ACCEPT-ACCOUNT-CODE
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'ACCOUNT NOT ON FILE.'
           ELSE
              IF WS-GLA-STATUS(WS-FOUND-IDX) = 'I'
                 DISPLAY 'ACCOUNT IS ALREADY INACTIVE.'
              ELSE
                 MOVE 'I' TO WS-GLA-STATUS(WS-FOUND-IDX)
                 PERFORM REWRITE-ACCOUNT-FILE
                 DISPLAY 'ACCOUNT MADE INACTIVE.'
              END-IF
           END-IF.
       ACTIVATEACCOUNT.
           DISPLAY ' '
           PERFORM ACCEPT-ACCOUNT-CODE
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'ACCOUNT NOT ON FILE.'
           ELSE
              IF WS-GLA-STATUS(WS-FOUND-IDX) NOT = 'I'
                 DISPLAY 'ACCOUNT IS ALREADY ACTIVE.'
              ELSE
                 MOVE 'A' TO WS-GLA-STATUS(WS-FOUND-IDX)
                 PERFORM REWRITE-ACCOUNT-FILE
                 DISPLAY 'ACCOUNT MADE ACTIVE.'
              END-IF
           END-IF.
       LISTACCOUNT.
           DISPLAY ' '
           PERFORM LIST-ONE-ACCOUNT
              VARYING WS-ACCOUNT-IDX FROM 1 BY 1
              UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
           DISPLAY 'ACCOUNTS ON FILE: ' WS-ACCOUNT-COUNT.
       LIST-ONE-ACCOUNT.
           PERFORM SET-DISPLAY-FIELDS
           DISPLAY WS-GLA-ACCOUNT(WS-ACCOUNT-IDX) ' '
              WS-GLA-NAME(WS-ACCOUNT-IDX) ' ' DIS-TYPE ' '
              DIS-STATUS.
       END PROGRAM GLACCT.
