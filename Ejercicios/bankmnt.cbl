       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BANKMNT.
      *****************************************************************
      * EMPLOYEE BANK ACCOUNTS FOR DIRECT DEPOSIT, IN THE STYLE OF    *
      * THE COBVS19 MENU. KEEPS empbank.dat (BNKREC), ONE ACCOUNT PER *
      * EMPLOYEE:                                                     *
      *   - AN ACCOUNT IS ONLY TAKEN FOR AN EMPLOYEE ACTIVE ON THE    *
      *     EMPLOYEE VSAM MASTER;                                     *
      *   - THE ROUTING NUMBER MUST CARRY A VALID ABA CHECK DIGIT     *
      *     (3-7-1 WEIGHTS, SUM A MULTIPLE OF TEN);                   *
      *   - A NEW OR CHANGED ACCOUNT STARTS AS PRENOTE DUE AND THE    *
      *     EMPLOYEE IS PAID BY CHEQUE UNTIL DDPAY HAS PROVED IT;     *
      *   - A PRENOTE OR CREDIT THE BANK RETURNS IS RECORDED HERE,    *
      *     WHICH STOPS CREDITS UNTIL THE ACCOUNT IS RE-KEYED;        *
      *   - A CLOSED ACCOUNT STAYS ON FILE FOR THE RECORD.            *
      * ACCOUNT NUMBERS ARE SHOWN MASKED TO THEIR LAST FOUR.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           FILE STATUS  IS EMP-FILE-STATUS.

           SELECT OPTIONAL BANK-ACCOUNT-FILE ASSIGN TO "empbank.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-BANK-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.

       FD  BANK-ACCOUNT-FILE.
           COPY BNKREC.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS.
           05 EMPFILE-STAT1           PIC X.
           05 EMPFILE-STAT2           PIC X.
       01  WS-BANK-STATUS             PIC X(02).
       01  WS-EOF-FLAG                PIC X(01) VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-CHOICE                  PIC 9.
       01  WS-STAYOPEN                PIC X VALUE 'Y'.
       01  WS-TODAY                   PIC 9(08).
      * THE ACCOUNTS, HELD WHILE THEY ARE KEYED AND WRITTEN BACK
      * WHOLE AFTER EVERY CHANGE.
       01  WS-BK-TABLE.
           05 WS-BK-ENTRY OCCURS 2000 TIMES.
              10 WS-BK-EMP-ID         PIC 9(04).
              10 WS-BK-ROUTING        PIC 9(09).
              10 WS-BK-ACCOUNT        PIC X(17).
              10 WS-BK-TYPE           PIC X(01).
              10 WS-BK-STATUS         PIC X(01).
              10 WS-BK-DATE           PIC 9(08).
       01  WS-BK-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-BK-IDX                  PIC 9(04) VALUE ZERO.
       01  WS-BK-FOUND                PIC 9(04) VALUE ZERO.
       01  WS-ENTRY-EMP-ID            PIC 9(04).
       01  WS-ENTRY-ROUTING           PIC X(09).
       01  WS-ROUTING-DIGITS REDEFINES WS-ENTRY-ROUTING.
           05 WS-RT-DIGIT             PIC 9 OCCURS 9 TIMES.
       01  WS-ENTRY-ACCOUNT           PIC X(17).
       01  WS-ENTRY-TYPE              PIC X(01).
       01  WS-CHECK-SUM               PIC 9(04) VALUE ZERO.
       01  WS-CHECK-QUOT              PIC 9(04) VALUE ZERO.
       01  WS-CHECK-REM               PIC 9(02) VALUE ZERO.
       01  WS-ACCOUNT-OK              PIC X(01) VALUE 'Y'.
       01  WS-CONFIRM                 PIC X(01).
       01  WS-STATUS-TEXT             PIC X(12).
       01  WS-TYPE-TEXT               PIC X(08).
       01  WS-MASKED-ACCOUNT          PIC X(17).
       01  WS-ACCT-LEN                PIC 9(02) VALUE ZERO.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION
           PERFORM P200-MAINLINE
           PERFORM P300-TERMINATION
           GOBACK.
       P100-INITIALIZATION.
           DISPLAY 'BANKMNT - EMPLOYEE BANK ACCOUNTS'
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT EMPLOYEE-VS-FILE
           IF EMP-FILE-STATUS = '00' OR '97' THEN
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ON OPEN - FILE STATUS ' EMP-FILE-STATUS
              MOVE 'N' TO WS-STAYOPEN.
           INITIALIZE EMPLOYEE
           PERFORM P110-LOAD-ACCOUNTS.
       P110-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BANK-ACCOUNT-FILE
           IF WS-BANK-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-BK-COUNT >= 2000
                 READ BANK-ACCOUNT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-BK-COUNT
                       MOVE BK-EMP-ID   TO WS-BK-EMP-ID(WS-BK-COUNT)
                       MOVE BK-ROUTING  TO WS-BK-ROUTING(WS-BK-COUNT)
                       MOVE BK-ACCOUNT  TO WS-BK-ACCOUNT(WS-BK-COUNT)
                       MOVE BK-ACCT-TYPE TO WS-BK-TYPE(WS-BK-COUNT)
                       MOVE BK-STATUS   TO WS-BK-STATUS(WS-BK-COUNT)
                       MOVE BK-STATUS-DATE TO WS-BK-DATE(WS-BK-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BANK-ACCOUNT-FILE
           END-IF
           DISPLAY 'BANK ACCOUNTS ON FILE: ' WS-BK-COUNT.
       P200-MAINLINE.
           PERFORM UNTIL WS-STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'EMPLOYEE BANK ACCOUNTS'
              DISPLAY ' '
              DISPLAY '1 : ADD OR CHANGE ACCOUNT'
              DISPLAY '2 : CLOSE ACCOUNT'
              DISPLAY '3 : RECORD BANK RETURN'
              DISPLAY '4 : SHOW ACCOUNT'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE
                 WHEN 1 PERFORM P220-ADD-ACCOUNT
                 WHEN 2 PERFORM P240-CLOSE-ACCOUNT
                 WHEN 3 PERFORM P250-RECORD-RETURN
                 WHEN 4 PERFORM P260-SHOW-ACCOUNT
                 WHEN OTHER MOVE 'N' TO WS-STAYOPEN
              END-EVALUATE
           END-PERFORM.
       P205-FIND-ACCOUNT.
           MOVE ZERO TO WS-BK-FOUND
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
              UNTIL WS-BK-IDX > WS-BK-COUNT
              IF WS-BK-EMP-ID(WS-BK-IDX) = WS-ENTRY-EMP-ID
                 MOVE WS-BK-IDX TO WS-BK-FOUND
              END-IF
           END-PERFORM.
       P220-ADD-ACCOUNT.
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           MOVE WS-ENTRY-EMP-ID TO EMP-ID
           READ EMPLOYEE-VS-FILE
           EVALUATE TRUE
              WHEN EMP-FILE-STATUS NOT = '00'
                 DISPLAY 'EMPLOYEE NOT ON MASTER - FILE STATUS '
                    EMP-FILE-STATUS
              WHEN EMP-IS-DELETED
                 DISPLAY 'EMPLOYEE IS TERMINATED - NO ACCOUNT TAKEN.'
              WHEN OTHER
                 DISPLAY 'EMPLOYEE: ' EMP-FIRST-NAME ' '
                    EMP-LAST-NAME
                 PERFORM P205-FIND-ACCOUNT
                 IF WS-BK-FOUND > ZERO
                    MOVE WS-BK-FOUND TO WS-BK-IDX
                    PERFORM P265-SHOW-ONE-ACCOUNT
                 END-IF
                 PERFORM P225-ENTER-ACCOUNT-DETAIL
           END-EVALUATE.
       P225-ENTER-ACCOUNT-DETAIL.
      ***************************************************************
      * ROUTING NUMBER, ACCOUNT NUMBER AND TYPE; THE ACCOUNT IS     *
      * ONLY FILED WHEN ALL THREE PASS AND IT IS CONFIRMED.         *
      ***************************************************************
           MOVE 'Y' TO WS-ACCOUNT-OK
           DISPLAY 'ROUTING NUMBER (9 DIGITS): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ROUTING
           PERFORM P230-CHECK-ROUTING
           IF WS-ACCOUNT-OK = 'Y'
              DISPLAY 'ACCOUNT NUMBER: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-ACCOUNT
              IF WS-ENTRY-ACCOUNT = SPACES
                 OR WS-ENTRY-ACCOUNT(1:1) = SPACE
                 DISPLAY 'ACCOUNT NUMBER MISSING OR NOT LEFT-JUSTIFIED.'
                 MOVE 'N' TO WS-ACCOUNT-OK
              END-IF
           END-IF
           IF WS-ACCOUNT-OK = 'Y'
              DISPLAY 'ACCOUNT TYPE (C=CHECKING, S=SAVINGS): '
                 WITH NO ADVANCING
              ACCEPT WS-ENTRY-TYPE
              IF WS-ENTRY-TYPE = 'c'
                 MOVE 'C' TO WS-ENTRY-TYPE
              END-IF
              IF WS-ENTRY-TYPE = 's'
                 MOVE 'S' TO WS-ENTRY-TYPE
              END-IF
              IF WS-ENTRY-TYPE NOT = 'C' AND 'S'
                 DISPLAY 'INVALID ACCOUNT TYPE - C OR S.'
                 MOVE 'N' TO WS-ACCOUNT-OK
              END-IF
           END-IF
           IF WS-ACCOUNT-OK = 'Y' AND WS-BK-FOUND > ZERO
              IF WS-BK-ROUTING(WS-BK-FOUND) = WS-ENTRY-ROUTING
                 AND WS-BK-ACCOUNT(WS-BK-FOUND) = WS-ENTRY-ACCOUNT
                 AND WS-BK-TYPE(WS-BK-FOUND) = WS-ENTRY-TYPE
                 AND WS-BK-STATUS(WS-BK-FOUND) NOT = 'R' AND 'C'
                 DISPLAY 'SAME ACCOUNT ALREADY ON FILE - NO CHANGE.'
                 MOVE 'N' TO WS-ACCOUNT-OK
              END-IF
           END-IF
           IF WS-ACCOUNT-OK = 'Y'
              PERFORM P235-FILE-ACCOUNT
           ELSE
              DISPLAY 'ACCOUNT NOT FILED.'
           END-IF.
       P230-CHECK-ROUTING.
      *    ABA CHECK: 3 X (D1+D4+D7) + 7 X (D2+D5+D8) + (D3+D6+D9)
      *    MUST BE A MULTIPLE OF TEN.
           IF WS-ENTRY-ROUTING IS NOT NUMERIC
              DISPLAY 'ROUTING NUMBER MUST BE 9 DIGITS.'
              MOVE 'N' TO WS-ACCOUNT-OK
           ELSE
              COMPUTE WS-CHECK-SUM =
                 3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                    + WS-RT-DIGIT(7))
               + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                    + WS-RT-DIGIT(8))
               +     (WS-RT-DIGIT(3) + WS-RT-DIGIT(6)
                    + WS-RT-DIGIT(9))
              DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOT
                 REMAINDER WS-CHECK-REM
              IF WS-CHECK-REM NOT = ZERO
                 OR WS-ENTRY-ROUTING = '000000000'
                 DISPLAY 'ROUTING NUMBER FAILS THE CHECK DIGIT.'
                 MOVE 'N' TO WS-ACCOUNT-OK
              END-IF
           END-IF.
       P235-FILE-ACCOUNT.
      *    A NEW ACCOUNT, OR ANY CHANGE TO ONE, MUST BE PROVED BY A
      *    PRENOTE BEFORE PAY IS CREDITED TO IT.
           IF WS-BK-FOUND = ZERO AND WS-BK-COUNT >= 2000
              DISPLAY 'BANK ACCOUNT FILE FULL.'
           ELSE
              DISPLAY 'ACCOUNT WILL BE PRENOTED - PAY GOES BY CHEQUE '
                 'UNTIL IT IS PROVED. CONFIRM (Y/N): '
                 WITH NO ADVANCING
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM = 'Y' OR 'y'
                 IF WS-BK-FOUND = ZERO
                    ADD 1 TO WS-BK-COUNT
                    MOVE WS-BK-COUNT TO WS-BK-FOUND
                 END-IF
                 MOVE WS-ENTRY-EMP-ID  TO WS-BK-EMP-ID(WS-BK-FOUND)
                 MOVE WS-ENTRY-ROUTING TO WS-BK-ROUTING(WS-BK-FOUND)
                 MOVE WS-ENTRY-ACCOUNT TO WS-BK-ACCOUNT(WS-BK-FOUND)
                 MOVE WS-ENTRY-TYPE    TO WS-BK-TYPE(WS-BK-FOUND)
                 MOVE 'P'              TO WS-BK-STATUS(WS-BK-FOUND)
                 MOVE WS-TODAY         TO WS-BK-DATE(WS-BK-FOUND)
                 PERFORM P270-REWRITE-ACCOUNTS
                 DISPLAY 'ACCOUNT FILED - PRENOTE DUE.'
              ELSE
                 DISPLAY 'ACCOUNT NOT FILED.'
              END-IF
           END-IF.
       P240-CLOSE-ACCOUNT.
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           PERFORM P205-FIND-ACCOUNT
           EVALUATE TRUE
              WHEN WS-BK-FOUND = ZERO
                 DISPLAY 'NO BANK ACCOUNT ON FILE.'
              WHEN WS-BK-STATUS(WS-BK-FOUND) = 'C'
                 DISPLAY 'ACCOUNT ALREADY CLOSED ON '
                    WS-BK-DATE(WS-BK-FOUND)
              WHEN OTHER
                 MOVE WS-BK-FOUND TO WS-BK-IDX
                 PERFORM P265-SHOW-ONE-ACCOUNT
                 DISPLAY 'CLOSE - PAY GOES BY CHEQUE. CONFIRM (Y/N): '
                    WITH NO ADVANCING
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = 'Y' OR 'y'
                    MOVE 'C'      TO WS-BK-STATUS(WS-BK-FOUND)
                    MOVE WS-TODAY TO WS-BK-DATE(WS-BK-FOUND)
                    PERFORM P270-REWRITE-ACCOUNTS
                    DISPLAY 'ACCOUNT CLOSED.'
                 END-IF
           END-EVALUATE.
       P250-RECORD-RETURN.
      *    THE BANK SENT BACK A PRENOTE OR A CREDIT: NO MORE CREDITS
      *    GO TO THE ACCOUNT UNTIL IT IS RE-KEYED AND PRENOTED.
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           PERFORM P205-FIND-ACCOUNT
           EVALUATE TRUE
              WHEN WS-BK-FOUND = ZERO
                 DISPLAY 'NO BANK ACCOUNT ON FILE.'
              WHEN WS-BK-STATUS(WS-BK-FOUND) NOT = 'S' AND 'A'
                 DISPLAY 'NOTHING HAS BEEN SENT TO THIS ACCOUNT.'
              WHEN OTHER
                 MOVE 'R'      TO WS-BK-STATUS(WS-BK-FOUND)
                 MOVE WS-TODAY TO WS-BK-DATE(WS-BK-FOUND)
                 PERFORM P270-REWRITE-ACCOUNTS
                 DISPLAY 'RETURN RECORDED - PAY GOES BY CHEQUE UNTIL '
                    'THE ACCOUNT IS RE-KEYED.'
           END-EVALUATE.
       P260-SHOW-ACCOUNT.
           DISPLAY 'ENTER EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           PERFORM P205-FIND-ACCOUNT
           IF WS-BK-FOUND = ZERO
              DISPLAY 'NO BANK ACCOUNT ON FILE FOR ' WS-ENTRY-EMP-ID
           ELSE
              MOVE WS-BK-FOUND TO WS-BK-IDX
              PERFORM P265-SHOW-ONE-ACCOUNT
           END-IF.
       P265-SHOW-ONE-ACCOUNT.
           IF WS-BK-TYPE(WS-BK-IDX) = 'C'
              MOVE 'CHECKING' TO WS-TYPE-TEXT
           ELSE
              MOVE 'SAVINGS' TO WS-TYPE-TEXT
           END-IF
           EVALUATE WS-BK-STATUS(WS-BK-IDX)
              WHEN 'P' MOVE 'PRENOTE DUE'  TO WS-STATUS-TEXT
              WHEN 'S' MOVE 'PRENOTE SENT' TO WS-STATUS-TEXT
              WHEN 'A' MOVE 'ACTIVE'       TO WS-STATUS-TEXT
              WHEN 'R' MOVE 'RETURNED'     TO WS-STATUS-TEXT
              WHEN 'C' MOVE 'CLOSED'       TO WS-STATUS-TEXT
              WHEN OTHER MOVE SPACES       TO WS-STATUS-TEXT
           END-EVALUATE
      *    ONLY THE LAST FOUR CHARACTERS OF THE ACCOUNT ARE SHOWN.
           MOVE ALL '*' TO WS-MASKED-ACCOUNT
           MOVE ZERO TO WS-ACCT-LEN
           INSPECT WS-BK-ACCOUNT(WS-BK-IDX) TALLYING WS-ACCT-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACCT-LEN > 4
              MOVE WS-BK-ACCOUNT(WS-BK-IDX)(WS-ACCT-LEN - 3:4)
                 TO WS-MASKED-ACCOUNT(WS-ACCT-LEN - 3:4)
              MOVE SPACES TO WS-MASKED-ACCOUNT(WS-ACCT-LEN + 1:)
           ELSE
              MOVE '****' TO WS-MASKED-ACCOUNT
           END-IF
           DISPLAY 'ROUTING ' WS-BK-ROUTING(WS-BK-IDX)
              '  ACCOUNT ' WS-MASKED-ACCOUNT
              '  ' WS-TYPE-TEXT
           DISPLAY 'STATUS  ' WS-STATUS-TEXT ' SINCE '
              WS-BK-DATE(WS-BK-IDX).
       P270-REWRITE-ACCOUNTS.
           OPEN OUTPUT BANK-ACCOUNT-FILE
           IF WS-BANK-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING empbank.dat, STATUS: '
                 WS-BANK-STATUS
           ELSE
              PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                 UNTIL WS-BK-IDX > WS-BK-COUNT
                 MOVE SPACES TO BANK-ACCOUNT-RECORD
                 MOVE WS-BK-EMP-ID(WS-BK-IDX)  TO BK-EMP-ID
                 MOVE WS-BK-ROUTING(WS-BK-IDX) TO BK-ROUTING
                 MOVE WS-BK-ACCOUNT(WS-BK-IDX) TO BK-ACCOUNT
                 MOVE WS-BK-TYPE(WS-BK-IDX)    TO BK-ACCT-TYPE
                 MOVE WS-BK-STATUS(WS-BK-IDX)  TO BK-STATUS
                 MOVE WS-BK-DATE(WS-BK-IDX)    TO BK-STATUS-DATE
                 WRITE BANK-ACCOUNT-RECORD
              END-PERFORM
              CLOSE BANK-ACCOUNT-FILE
           END-IF.
       P300-TERMINATION.
           CLOSE EMPLOYEE-VS-FILE
           DISPLAY 'BANKMNT - SUCCESSFULLY ENDED'.
      ***************************************************************
      * END OF SOURCE CODE.                                         *
      ***************************************************************
