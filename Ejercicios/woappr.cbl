       IDENTIFICATION DIVISION.
       PROGRAM-ID.     WOAPPR.
      ***************************************
      * BAD-DEBT WRITE-OFF REQUESTS AND SUPERVISOR APPROVAL, IN THE
      * STYLE OF THE POAPPR MENU. A CLERK ENTERS A REQUEST TO WRITE
      * OFF AN AMOUNT ON ONE INVOICE (CHECKED AGAINST INVOICE.DAT
      * FOR THE CUSTOMER) WITH A REASON; A SUPERVISOR OTHER THAN
      * THE REQUESTER APPROVES OR REJECTS IT. A REQUEST ABOVE THE
      * SECOND-APPROVAL LIMIT (WO-2ND-LIMIT IN RUNPARMS.DAT, DEFAULT
      * 500.00) WAITS AFTER THE FIRST APPROVAL UNTIL A DIFFERENT
      * SUPERVISOR APPROVES IT TOO. ONLY APPROVED REQUESTS ARE
      * POSTED BY WOPOST. EVERY DECISION GOES TO THE OPERATIONS LOG.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WO-FILE ASSIGN TO "WRTOFF.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WO-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WO-FILE.
           COPY WOREC.
       FD INVOICE-FILE.
       01 INVOICE-RECORD.
          02 INV-NUMBER           PIC 9(6).
          02 FILLER               PIC X.
          02 INV-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 INV-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 INV-AMOUNT           PIC 9(7)V99.
          02 FILLER               PIC X.
          02 INV-TAX              PIC 9(7)V99.
          02 FILLER               PIC X.
          02 INV-DUE-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 INV-DISC-DATE        PIC 9(8).
          02 FILLER               PIC X.
          02 INV-DISC-AMOUNT      PIC 9(7)V99.
          02 FILLER               PIC X.
          02 INV-FREIGHT          PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01 WS-WO-STATUS       PIC X(2) VALUE '00'.
       01 WS-INVOICE-STATUS  PIC X(2).
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
      * THE WHOLE REQUEST FILE HELD IN STORAGE WHILE THE MENU IS
      * OPEN; EVERY CHANGE REWRITES THE FILE, THE POAPPR WAY.
       01 WS-WO-TABLE.
          05 WS-WO-ENTRY OCCURS 1000 TIMES.
             10 WS-WO-DATA    PIC X(107).
       01 WS-WO-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-WO-IDX          PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(4) VALUE ZERO.
       01 WS-NEXT-WO         PIC 9(6) VALUE ZERO.
       01 WS-INVOICE-TABLE.
          05 WS-INVOICE-ENTRY OCCURS 2000 TIMES.
             10 WS-INV-NUMBER     PIC 9(6).
             10 WS-INV-IDNUM      PIC 9(5).
       01 WS-INVOICE-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX     PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-FOUND   PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-DATE    PIC 9(8).
       01 WS-ENTRY-NUMBER    PIC X(6).
       01 WS-ENTRY-IDNUM     PIC X(5).
       01 WS-ENTRY-AMOUNT    PIC X(10).
       01 WS-ENTRY-REASON    PIC X(30).
       01 WS-ENTRY-USER      PIC X(8).
       01 WS-WO-NUM          PIC 9(6) VALUE ZERO.
       01 WS-IDNUM-NUM       PIC 9(5) VALUE ZERO.
       01 WS-INVOICE-NUM     PIC 9(6) VALUE ZERO.
       01 WS-AMOUNT-NUM      PIC 9(7)V99 VALUE ZERO.
       01 WS-SECOND-LIMIT    PIC 9(7)V99 VALUE 500.00.
       01 DIS-AMOUNT         PIC ZZZZZZ9.99.
       01 WS-PARAMS-PROG     PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION         PIC X(5).
          05 PARM-TEXT             PIC X(100).
          05 PARM-KEY              PIC X(20).
          05 PARM-VALUE            PIC X(20).
          05 PARM-RC               PIC 9(2).
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'WOAPPR'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'WOAPPR - BAD-DEBT WRITE-OFF APPROVAL'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-LIMIT-PARM
           PERFORM LOAD-WO-FILE
           PERFORM LOAD-INVOICE-TABLE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'WRITE-OFF REQUESTS'
              DISPLAY ' '
              DISPLAY '1 : ADD WRITE-OFF REQUEST'
              DISPLAY '2 : LIST PENDING REQUESTS'
              DISPLAY '3 : APPROVE REQUEST'
              DISPLAY '4 : REJECT REQUEST'
              DISPLAY '5 : LIST ALL REQUESTS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDREQUEST
                 WHEN 2 PERFORM LISTPENDING
                 WHEN 3 PERFORM APPROVEREQUEST
                 WHEN 4 PERFORM REJECTREQUEST
                 WHEN 5 PERFORM LISTALL
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE MENU ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       READ-LIMIT-PARM.
      * THE SECOND-APPROVAL LIMIT COMES THROUGH THE SHARED PARAMS
      * READER (WO-2ND-LIMIT IN RUNPARMS.DAT, DEFAULT 500.00).
           MOVE 'FILE' TO PARM-FUNCTION
           MOVE SPACES TO PARM-TEXT
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'WO-2ND-LIMIT' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE NOT = SPACES
              COMPUTE WS-SECOND-LIMIT = FUNCTION NUMVAL(PARM-VALUE)
           END-IF
           MOVE WS-SECOND-LIMIT TO DIS-AMOUNT
           DISPLAY 'SECOND APPROVAL NEEDED ABOVE: ' DIS-AMOUNT.
       LOAD-WO-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WO-FILE
           IF WS-WO-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-WO-COUNT >= 1000
                 READ WO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-WO-COUNT
                       MOVE WO-RECORD TO WS-WO-DATA(WS-WO-COUNT)
                       IF WO-NUMBER > WS-NEXT-WO
                          MOVE WO-NUMBER TO WS-NEXT-WO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WO-FILE
           ELSE
              DISPLAY 'ERROR OPENING WRTOFF.DAT, STATUS: '
                 WS-WO-STATUS
           END-IF
           ADD 1 TO WS-NEXT-WO
           DISPLAY 'WRITE-OFF REQUESTS ON FILE: ' WS-WO-COUNT.
       LOAD-INVOICE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00'
              DISPLAY 'NO INVOICE.DAT, STATUS: ' WS-INVOICE-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-INVOICE-COUNT >= 2000
                 READ INVOICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-INVOICE-COUNT
                       MOVE INV-NUMBER
                          TO WS-INV-NUMBER(WS-INVOICE-COUNT)
                       MOVE INV-IDNUM
                          TO WS-INV-IDNUM(WS-INVOICE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF.
       REWRITE-WO-FILE.
           OPEN OUTPUT WO-FILE
           IF WS-WO-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING WRTOFF.DAT, STATUS: '
                 WS-WO-STATUS
           ELSE
              PERFORM WRITE-ONE-WO
                 VARYING WS-WO-IDX FROM 1 BY 1
                 UNTIL WS-WO-IDX > WS-WO-COUNT
              CLOSE WO-FILE
           END-IF.
       WRITE-ONE-WO.
           MOVE WS-WO-DATA(WS-WO-IDX) TO WO-RECORD
           WRITE WO-RECORD.
       ACCEPT-USER-ID.
           MOVE SPACES TO WS-ENTRY-USER
           ACCEPT WS-ENTRY-USER
           INSPECT WS-ENTRY-USER CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       ACCEPT-WO-NUMBER.
           MOVE ZERO TO WS-WO-NUM
           DISPLAY 'ENTER REQUEST NUMBER: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NUMBER
           IF WS-ENTRY-NUMBER NOT = SPACES
              COMPUTE WS-WO-NUM = FUNCTION NUMVAL(WS-ENTRY-NUMBER)
           END-IF
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-COUNT
              MOVE WS-WO-DATA(WS-WO-IDX) TO WO-RECORD
              IF WO-NUMBER = WS-WO-NUM
                 MOVE WS-WO-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX > ZERO
              MOVE WS-WO-DATA(WS-FOUND-IDX) TO WO-RECORD
           END-IF.
       ADDREQUEST.
           DISPLAY ' '
           IF WS-WO-COUNT >= 1000
              DISPLAY 'WRITE-OFF FILE FULL.'
           ELSE
              DISPLAY 'ENTER CUSTOMER ID: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-IDNUM
              MOVE ZERO TO WS-IDNUM-NUM
              IF WS-ENTRY-IDNUM NOT = SPACES
                 COMPUTE WS-IDNUM-NUM =
                    FUNCTION NUMVAL(WS-ENTRY-IDNUM)
              END-IF
              DISPLAY 'ENTER INVOICE NUMBER: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-NUMBER
              MOVE ZERO TO WS-INVOICE-NUM
              IF WS-ENTRY-NUMBER NOT = SPACES
                 COMPUTE WS-INVOICE-NUM =
                    FUNCTION NUMVAL(WS-ENTRY-NUMBER)
              END-IF
              MOVE ZERO TO WS-INVOICE-FOUND
              PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
                 UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
                 IF WS-INV-NUMBER(WS-INVOICE-IDX) = WS-INVOICE-NUM
                    MOVE WS-INVOICE-IDX TO WS-INVOICE-FOUND
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-INVOICE-FOUND = ZERO
                    DISPLAY 'INVOICE NOT ON FILE.'
                 WHEN WS-INV-IDNUM(WS-INVOICE-FOUND)
                      NOT = WS-IDNUM-NUM
                    DISPLAY 'INVOICE IS NOT FOR THAT CUSTOMER.'
                 WHEN OTHER
                    PERFORM ADD-REQUEST-DETAIL
              END-EVALUATE
           END-IF.
       ADD-REQUEST-DETAIL.
           DISPLAY 'ENTER AMOUNT TO WRITE OFF: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-AMOUNT
           MOVE ZERO TO WS-AMOUNT-NUM
           IF WS-ENTRY-AMOUNT NOT = SPACES
              COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
           END-IF
           DISPLAY 'ENTER REASON: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-REASON
           DISPLAY 'REQUESTED BY (USER ID): ' WITH NO ADVANCING
           PERFORM ACCEPT-USER-ID
           EVALUATE TRUE
              WHEN WS-AMOUNT-NUM = ZERO
                 DISPLAY 'AMOUNT MUST NOT BE ZERO.'
              WHEN WS-ENTRY-REASON = SPACES
                 DISPLAY 'A REASON IS REQUIRED.'
              WHEN WS-ENTRY-USER = SPACES
                 DISPLAY 'REQUESTER ID REQUIRED.'
              WHEN OTHER
                 MOVE SPACES          TO WO-RECORD
                 MOVE WS-NEXT-WO      TO WO-NUMBER
                 MOVE WS-IDNUM-NUM    TO WO-IDNUM
                 MOVE WS-INVOICE-NUM  TO WO-INVOICE
                 MOVE WS-AMOUNT-NUM   TO WO-AMOUNT
                 MOVE WS-ENTRY-REASON TO WO-REASON
                 MOVE WS-CURRENT-DATE TO WO-REQ-DATE
                 MOVE WS-ENTRY-USER   TO WO-REQ-BY
                 MOVE ZERO            TO WO-POST-DATE
                 MOVE 'Q'             TO WO-STATUS
                 ADD 1 TO WS-WO-COUNT
                 MOVE WO-RECORD TO WS-WO-DATA(WS-WO-COUNT)
                 PERFORM REWRITE-WO-FILE
                 DISPLAY 'WRITE-OFF REQUEST ' WS-NEXT-WO ' ADDED.'
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 MOVE WS-AMOUNT-NUM TO DIS-AMOUNT
                 STRING 'WRITE-OFF ' WS-NEXT-WO ' REQUESTED INVOICE '
                    WS-INVOICE-NUM ' AMOUNT ' DIS-AMOUNT ' BY '
                    WS-ENTRY-USER DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
                 ADD 1 TO WS-NEXT-WO
           END-EVALUATE.
       APPROVEREQUEST.
           DISPLAY ' '
           PERFORM ACCEPT-WO-NUMBER
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'REQUEST NOT ON FILE.'
           ELSE
              IF NOT WO-PENDING
                 DISPLAY 'REQUEST IS NOT AWAITING APPROVAL.'
              ELSE
                 PERFORM DISPLAY-REQUEST
                 DISPLAY 'APPROVED BY (USER ID): ' WITH NO ADVANCING
                 PERFORM ACCEPT-USER-ID
                 EVALUATE TRUE
                    WHEN WS-ENTRY-USER = SPACES
                       DISPLAY 'APPROVER ID REQUIRED.'
                    WHEN WS-ENTRY-USER = WO-REQ-BY
                       DISPLAY 'THE REQUESTER CANNOT APPROVE.'
                    WHEN WO-AWAITING-SECOND
                         AND WS-ENTRY-USER = WO-APPR-1
                       DISPLAY 'A DIFFERENT SECOND APPROVER IS '
                          'REQUIRED.'
                    WHEN WO-AWAITING-SECOND
                       MOVE WS-ENTRY-USER TO WO-APPR-2
                       MOVE 'A' TO WO-STATUS
                       PERFORM SAVE-APPROVAL
                    WHEN WO-AMOUNT > WS-SECOND-LIMIT
                       MOVE WS-ENTRY-USER TO WO-APPR-1
                       MOVE 'S' TO WO-STATUS
                       PERFORM SAVE-APPROVAL
                    WHEN OTHER
                       MOVE WS-ENTRY-USER TO WO-APPR-1
                       MOVE 'A' TO WO-STATUS
                       PERFORM SAVE-APPROVAL
                 END-EVALUATE
              END-IF
           END-IF.
       SAVE-APPROVAL.
           MOVE WO-RECORD TO WS-WO-DATA(WS-FOUND-IDX)
           PERFORM REWRITE-WO-FILE
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           IF WO-APPROVED
              DISPLAY 'REQUEST APPROVED - READY TO POST.'
              STRING 'WRITE-OFF ' WO-NUMBER ' APPROVED BY '
                 WS-ENTRY-USER DELIMITED BY SIZE INTO LOG-MESSAGE
           ELSE
              DISPLAY 'FIRST APPROVAL RECORDED - A SECOND APPROVER '
                 'IS NEEDED.'
              STRING 'WRITE-OFF ' WO-NUMBER ' FIRST APPROVAL BY '
                 WS-ENTRY-USER DELIMITED BY SIZE INTO LOG-MESSAGE
           END-IF
           PERFORM WRITE-OPS-LOG.
       REJECTREQUEST.
           DISPLAY ' '
           PERFORM ACCEPT-WO-NUMBER
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'REQUEST NOT ON FILE.'
           ELSE
              IF NOT WO-PENDING
                 DISPLAY 'REQUEST IS NOT AWAITING APPROVAL.'
              ELSE
                 PERFORM DISPLAY-REQUEST
                 DISPLAY 'REJECTED BY (USER ID): ' WITH NO ADVANCING
                 PERFORM ACCEPT-USER-ID
                 IF WS-ENTRY-USER = SPACES
                    DISPLAY 'SUPERVISOR ID REQUIRED.'
                 ELSE
                    IF WO-APPR-1 = SPACES
                       MOVE WS-ENTRY-USER TO WO-APPR-1
                    ELSE
                       MOVE WS-ENTRY-USER TO WO-APPR-2
                    END-IF
                    MOVE 'R' TO WO-STATUS
                    MOVE WO-RECORD TO WS-WO-DATA(WS-FOUND-IDX)
                    PERFORM REWRITE-WO-FILE
                    DISPLAY 'REQUEST REJECTED.'
                    MOVE 'I' TO LOG-SEVERITY
                    MOVE SPACES TO LOG-MESSAGE
                    STRING 'WRITE-OFF ' WO-NUMBER ' REJECTED BY '
                       WS-ENTRY-USER DELIMITED BY SIZE
                       INTO LOG-MESSAGE
                    PERFORM WRITE-OPS-LOG
                 END-IF
              END-IF
           END-IF.
       LISTPENDING.
           DISPLAY ' '
           PERFORM LIST-ONE-PENDING
              VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-COUNT.
       LIST-ONE-PENDING.
           MOVE WS-WO-DATA(WS-WO-IDX) TO WO-RECORD
           IF WO-PENDING
              PERFORM DISPLAY-REQUEST
           END-IF.
       LISTALL.
           DISPLAY ' '
           PERFORM LIST-ONE-REQUEST
              VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-COUNT
           DISPLAY 'WRITE-OFF REQUESTS ON FILE: ' WS-WO-COUNT.
       LIST-ONE-REQUEST.
           MOVE WS-WO-DATA(WS-WO-IDX) TO WO-RECORD
           PERFORM DISPLAY-REQUEST.
       DISPLAY-REQUEST.
           MOVE WO-AMOUNT TO DIS-AMOUNT
           DISPLAY WO-NUMBER ' ' WO-STATUS ' CUST ' WO-IDNUM
              ' INV ' WO-INVOICE ' AMT ' DIS-AMOUNT ' BY ' WO-REQ-BY
              ' APPR ' WO-APPR-1 ' ' WO-APPR-2
           DISPLAY '       ' WO-REASON.
       END PROGRAM WOAPPR.
