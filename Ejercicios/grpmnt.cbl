       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GRPMNT.
      ***************************************
      * CUSTOMER GROUP MAINTENANCE, IN THE STYLE OF THE REPMNT
      * MENU. LINKS A BRANCH IDNUM TO THE PARENT ACCOUNT THAT PAYS
      * FOR IT, ON custlink.dat. THE PARENT AND ITS BRANCHES ARE
      * CREDIT-CHECKED BY ORDER01, ORDBATCH AND PRUEBAC3 AGAINST
      * THEIR COMBINED LIMIT AND BALANCE. A BRANCH LINKED WITH
      * BILL-TO Y IS INVOICED BY INVBILL TO THE PARENT, ON THE
      * PARENT'S INVOICE, WITH THE BRANCH SHOWN ON EACH LINE; WITH
      * BILL-TO N IT KEEPS ITS OWN INVOICES. ARSTMT AND ARAGE ROLL
      * BRANCHES UP TO THE PARENT WHEN RUN WITH GROUP.
      *
      * ONE LEVEL ONLY: A PARENT CANNOT ITSELF BE A BRANCH, AND A
      * BRANCH CANNOT BE A PARENT. A BRANCH BELONGS TO ONE PARENT;
      * LINKING IT AGAIN MOVES IT.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LINK-FILE ASSIGN TO "custlink.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LINK-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LINK-FILE.
           COPY CLKREC.
       FD CUSTOMER-FILE.
       01 CUSTOMERDATA.
           02 IDNUM                PIC 9(5).
           02 CUSTNAME.
              03 FIRSTNAME         PIC X(15).
              03 LASTNAME          PIC X(15).
           02 CUSTADDR.
              03 ADDR-LINE1        PIC X(25).
              03 ADDR-CITY         PIC X(15).
              03 ADDR-STATE        PIC X(02).
              03 ADDR-ZIP          PIC X(10).
           02 CUSTPHONE            PIC X(14).
           02 MAILFLAG             PIC X(01).
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
          02 CRD-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 CRD-LIMIT            PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-BALANCE          PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-HOLD             PIC X.
             88 CRD-ON-HOLD               VALUE 'H'.
       WORKING-STORAGE SECTION.
       01 WS-LINK-STATUS     PIC X(2) VALUE '00'.
       01 WS-CUSTFILE-STATUS PIC X(2) VALUE '00'.
       01 WS-CREDIT-STATUS   PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
      * THE LINK FILE HELD IN STORAGE WHILE THE MENU IS OPEN; EVERY
      * CHANGE REWRITES THE FILE, THE PRODMNT WAY.
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 1000 TIMES.
             10 WS-CLK-IDNUM    PIC 9(5).
             10 WS-CLK-PARENT   PIC 9(5).
             10 WS-CLK-BILL-TO  PIC X.
       01 WS-LINK-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-LINK-IDX        PIC 9(4) VALUE ZERO.
       01 WS-LINK-FOUND      PIC 9(4) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-COUNT    PIC 9(4) VALUE ZERO.
      * ONLY THE IDNUM AND NAME ARE NEEDED FROM EACH CUSTOMER.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUST-IDNUM   PIC 9(5).
             10 WS-CUST-NAME    PIC X(30).
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX        PIC 9(4) VALUE ZERO.
       01 WS-CUST-FOUND      PIC 9(4) VALUE ZERO.
      * CREDIT.DAT IS ONLY READ HERE, FOR THE GROUP TOTALS ON THE
      * LISTING; CREDMNT STILL OWNS EACH MEMBER'S OWN RECORD.
       01 WS-CREDIT-TABLE.
          05 WS-CREDIT-ENTRY OCCURS 1000 TIMES.
             10 WS-CRD-IDNUM      PIC 9(5).
             10 WS-CRD-LIMIT      PIC 9(7)V99.
             10 WS-CRD-BALANCE    PIC 9(7)V99.
             10 WS-CRD-HOLD       PIC X.
       01 WS-CREDIT-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-IDX      PIC 9(4) VALUE ZERO.
       01 WS-GROUP-LIMIT     PIC 9(9)V99 VALUE ZERO.
       01 WS-GROUP-BALANCE   PIC 9(9)V99 VALUE ZERO.
       01 WS-MEMBER-IDNUM    PIC 9(5) VALUE ZERO.
       01 WS-ENTRY-IDNUM     PIC X(5).
       01 WS-IDNUM           PIC 9(5) VALUE ZERO.
       01 WS-BRANCH-IDNUM    PIC 9(5) VALUE ZERO.
       01 WS-PARENT-IDNUM    PIC 9(5) VALUE ZERO.
       01 WS-ENTRY-BILL-TO   PIC X.
       01 WS-LINK-OK         PIC X VALUE 'N'.
       01 DIS-LIMIT          PIC ZZZZZZZZ9.99.
       01 DIS-BALANCE        PIC ZZZZZZZZ9.99.
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'GRPMNT'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'GRPMNT - CUSTOMER GROUP MAINTENANCE'
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-LINK-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'PARENT AND BILL-TO ACCOUNTS'
              DISPLAY ' '
              DISPLAY '1 : LINK BRANCH TO PARENT'
              DISPLAY '2 : REMOVE BRANCH LINK'
              DISPLAY '3 : LIST GROUPS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM LINKBRANCH
                 WHEN 2 PERFORM UNLINKBRANCH
                 WHEN 3 PERFORM LISTGROUPS
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
       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       MOVE IDNUM
                          TO WS-CUST-IDNUM(WS-CUST-COUNT)
                       MOVE CUSTNAME
                          TO WS-CUST-NAME(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY '** UNABLE TO OPEN CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS
           END-IF.
       LOAD-LINK-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-LINK-COUNT >= 1000
                 READ LINK-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LINK-COUNT
                       MOVE CLK-IDNUM
                          TO WS-CLK-IDNUM(WS-LINK-COUNT)
                       MOVE CLK-PARENT
                          TO WS-CLK-PARENT(WS-LINK-COUNT)
                       MOVE CLK-BILL-TO
                          TO WS-CLK-BILL-TO(WS-LINK-COUNT)
                 END-READ
              END-PERFORM
              CLOSE LINK-FILE
           ELSE
              DISPLAY 'ERROR OPENING custlink.dat, STATUS: '
                 WS-LINK-STATUS
           END-IF
           DISPLAY 'BRANCH LINKS ON FILE: ' WS-LINK-COUNT.
       REWRITE-LINK-FILE.
           OPEN OUTPUT LINK-FILE
           IF WS-LINK-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING custlink.dat, STATUS: '
                 WS-LINK-STATUS
           ELSE
              PERFORM WRITE-ONE-LINK
                 VARYING WS-LINK-IDX FROM 1 BY 1
                 UNTIL WS-LINK-IDX > WS-LINK-COUNT
              CLOSE LINK-FILE
           END-IF.
       WRITE-ONE-LINK.
           MOVE SPACES TO CUSTOMER-LINK-RECORD
           MOVE WS-CLK-IDNUM(WS-LINK-IDX)   TO CLK-IDNUM
           MOVE WS-CLK-PARENT(WS-LINK-IDX)  TO CLK-PARENT
           MOVE WS-CLK-BILL-TO(WS-LINK-IDX) TO CLK-BILL-TO
           WRITE CUSTOMER-LINK-RECORD.
       LOAD-CREDIT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-CREDIT-COUNT
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-CREDIT-COUNT >= 1000
                 READ CREDIT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CREDIT-COUNT
                       MOVE CRD-IDNUM
                          TO WS-CRD-IDNUM(WS-CREDIT-COUNT)
                       MOVE CRD-LIMIT
                          TO WS-CRD-LIMIT(WS-CREDIT-COUNT)
                       MOVE CRD-BALANCE
                          TO WS-CRD-BALANCE(WS-CREDIT-COUNT)
                       MOVE CRD-HOLD
                          TO WS-CRD-HOLD(WS-CREDIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CREDIT-FILE
           END-IF.
       ACCEPT-CUSTOMER.
           MOVE ZERO TO WS-IDNUM WS-CUST-FOUND
           ACCEPT WS-ENTRY-IDNUM
           IF WS-ENTRY-IDNUM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENTRY-IDNUM) = ZERO
              COMPUTE WS-IDNUM = FUNCTION NUMVAL(WS-ENTRY-IDNUM)
           END-IF
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUST-IDNUM(WS-CUST-IDX) = WS-IDNUM
                 AND WS-IDNUM > ZERO
                 MOVE WS-CUST-IDX TO WS-CUST-FOUND
              END-IF
           END-PERFORM
           IF WS-CUST-FOUND > ZERO
              DISPLAY '  ' WS-CUST-NAME(WS-CUST-FOUND)
           END-IF.
       FIND-BRANCH-LINK.
      * THE LINK, IF ANY, ON WHICH WS-IDNUM IS THE BRANCH.
           MOVE ZERO TO WS-LINK-FOUND
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX > WS-LINK-COUNT
              IF WS-CLK-IDNUM(WS-LINK-IDX) = WS-IDNUM
                 MOVE WS-LINK-IDX TO WS-LINK-FOUND
              END-IF
           END-PERFORM.
       COUNT-BRANCHES.
      * HOW MANY BRANCHES HAVE WS-IDNUM AS THEIR PARENT.
           MOVE ZERO TO WS-BRANCH-COUNT
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX > WS-LINK-COUNT
              IF WS-CLK-PARENT(WS-LINK-IDX) = WS-IDNUM
                 ADD 1 TO WS-BRANCH-COUNT
              END-IF
           END-PERFORM.
       LINKBRANCH.
           DISPLAY ' '
           MOVE 'N' TO WS-LINK-OK
           DISPLAY 'ENTER BRANCH CUSTOMER ID: ' WITH NO ADVANCING
           PERFORM ACCEPT-CUSTOMER
           MOVE WS-IDNUM TO WS-BRANCH-IDNUM
           PERFORM COUNT-BRANCHES
           EVALUATE TRUE
              WHEN WS-CUST-FOUND = ZERO
                 DISPLAY 'CUSTOMER NOT ON CUSTOMER.DAT.'
              WHEN WS-BRANCH-COUNT > ZERO
                 DISPLAY 'CUSTOMER IS A PARENT OF ' WS-BRANCH-COUNT
                    ' BRANCH(ES) AND CANNOT BE A BRANCH.'
              WHEN OTHER
                 MOVE 'Y' TO WS-LINK-OK
           END-EVALUATE
           IF WS-LINK-OK = 'Y'
              MOVE 'N' TO WS-LINK-OK
              DISPLAY 'ENTER PARENT CUSTOMER ID: ' WITH NO ADVANCING
              PERFORM ACCEPT-CUSTOMER
              MOVE WS-IDNUM TO WS-PARENT-IDNUM
              PERFORM FIND-BRANCH-LINK
              EVALUATE TRUE
                 WHEN WS-CUST-FOUND = ZERO
                    DISPLAY 'CUSTOMER NOT ON CUSTOMER.DAT.'
                 WHEN WS-PARENT-IDNUM = WS-BRANCH-IDNUM
                    DISPLAY 'A CUSTOMER CANNOT BE ITS OWN PARENT.'
                 WHEN WS-LINK-FOUND > ZERO
                    DISPLAY 'CUSTOMER IS ITSELF A BRANCH OF '
                       WS-CLK-PARENT(WS-LINK-FOUND)
                       ' AND CANNOT BE A PARENT.'
                 WHEN OTHER
                    MOVE 'Y' TO WS-LINK-OK
              END-EVALUATE
           END-IF
           IF WS-LINK-OK = 'Y'
              DISPLAY 'INVOICE TO THE PARENT? (Y/N): '
                 WITH NO ADVANCING
              ACCEPT WS-ENTRY-BILL-TO
              INSPECT WS-ENTRY-BILL-TO CONVERTING 'yn' TO 'YN'
              IF WS-ENTRY-BILL-TO NOT = 'Y' AND 'N'
                 DISPLAY 'ANSWER Y OR N.'
                 MOVE 'N' TO WS-LINK-OK
              END-IF
           END-IF
           IF WS-LINK-OK = 'Y'
              MOVE WS-BRANCH-IDNUM TO WS-IDNUM
              PERFORM FIND-BRANCH-LINK
              IF WS-LINK-FOUND = ZERO AND WS-LINK-COUNT >= 1000
                 DISPLAY 'GROUP FILE FULL.'
              ELSE
                 IF WS-LINK-FOUND = ZERO
                    ADD 1 TO WS-LINK-COUNT
                    MOVE WS-LINK-COUNT TO WS-LINK-FOUND
                 ELSE
                    DISPLAY 'MOVED FROM PARENT '
                       WS-CLK-PARENT(WS-LINK-FOUND)
                 END-IF
                 MOVE WS-BRANCH-IDNUM
                    TO WS-CLK-IDNUM(WS-LINK-FOUND)
                 MOVE WS-PARENT-IDNUM
                    TO WS-CLK-PARENT(WS-LINK-FOUND)
                 MOVE WS-ENTRY-BILL-TO
                    TO WS-CLK-BILL-TO(WS-LINK-FOUND)
                 PERFORM REWRITE-LINK-FILE
                 DISPLAY 'BRANCH LINKED.'
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'BRANCH ' WS-BRANCH-IDNUM ' LINKED TO PARENT '
                    WS-PARENT-IDNUM ' BILL-TO ' WS-ENTRY-BILL-TO
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
              END-IF
           END-IF.
       UNLINKBRANCH.
           DISPLAY ' '
           DISPLAY 'ENTER BRANCH CUSTOMER ID: ' WITH NO ADVANCING
           PERFORM ACCEPT-CUSTOMER
           PERFORM FIND-BRANCH-LINK
           IF WS-LINK-FOUND = ZERO
              DISPLAY 'NOT A BRANCH OF ANY PARENT.'
           ELSE
              MOVE WS-CLK-PARENT(WS-LINK-FOUND) TO WS-PARENT-IDNUM
              PERFORM VARYING WS-MOVE-IDX FROM WS-LINK-FOUND BY 1
                 UNTIL WS-MOVE-IDX >= WS-LINK-COUNT
                 MOVE WS-LINK-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-LINK-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-LINK-COUNT
              PERFORM REWRITE-LINK-FILE
              DISPLAY 'LINK REMOVED - INVOICES ALREADY RAISED TO THE '
                 'PARENT STAY ON THE PARENT.'
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'BRANCH ' WS-IDNUM ' UNLINKED FROM PARENT '
                 WS-PARENT-IDNUM
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           END-IF.
       LISTGROUPS.
      * EACH PARENT ONCE, AT ITS FIRST BRANCH ON FILE, WITH ALL ITS
      * BRANCHES AND THE GROUP'S COMBINED CREDIT.
           DISPLAY ' '
           IF WS-LINK-COUNT = ZERO
              DISPLAY 'NO CUSTOMER GROUPS ON FILE.'
           ELSE
              PERFORM LOAD-CREDIT-TABLE
              PERFORM LIST-ONE-GROUP
                 VARYING WS-LINK-FOUND FROM 1 BY 1
                 UNTIL WS-LINK-FOUND > WS-LINK-COUNT
           END-IF.
       LIST-ONE-GROUP.
           MOVE WS-CLK-PARENT(WS-LINK-FOUND) TO WS-PARENT-IDNUM
           MOVE ZERO TO WS-BRANCH-COUNT
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX >= WS-LINK-FOUND
              IF WS-CLK-PARENT(WS-LINK-IDX) = WS-PARENT-IDNUM
                 ADD 1 TO WS-BRANCH-COUNT
              END-IF
           END-PERFORM
           IF WS-BRANCH-COUNT = ZERO
              MOVE ZERO TO WS-GROUP-LIMIT WS-GROUP-BALANCE
              MOVE WS-PARENT-IDNUM TO WS-MEMBER-IDNUM
              PERFORM ADD-MEMBER-CREDIT
              MOVE ZERO TO WS-CUST-FOUND
              PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                 UNTIL WS-CUST-IDX > WS-CUST-COUNT
                 IF WS-CUST-IDNUM(WS-CUST-IDX) = WS-PARENT-IDNUM
                    MOVE WS-CUST-IDX TO WS-CUST-FOUND
                 END-IF
              END-PERFORM
              IF WS-CUST-FOUND > ZERO
                 DISPLAY 'PARENT ' WS-PARENT-IDNUM '  '
                    WS-CUST-NAME(WS-CUST-FOUND)
              ELSE
                 DISPLAY 'PARENT ' WS-PARENT-IDNUM
                    '  ** NOT ON CUSTOMER.DAT **'
              END-IF
              PERFORM VARYING WS-LINK-IDX FROM WS-LINK-FOUND BY 1
                 UNTIL WS-LINK-IDX > WS-LINK-COUNT
                 IF WS-CLK-PARENT(WS-LINK-IDX) = WS-PARENT-IDNUM
                    DISPLAY '    BRANCH ' WS-CLK-IDNUM(WS-LINK-IDX)
                       '  BILL TO PARENT: '
                       WS-CLK-BILL-TO(WS-LINK-IDX)
                    MOVE WS-CLK-IDNUM(WS-LINK-IDX) TO WS-MEMBER-IDNUM
                    PERFORM ADD-MEMBER-CREDIT
                 END-IF
              END-PERFORM
              MOVE WS-GROUP-LIMIT   TO DIS-LIMIT
              MOVE WS-GROUP-BALANCE TO DIS-BALANCE
              DISPLAY '    GROUP LIMIT ' DIS-LIMIT
                 '  GROUP BALANCE ' DIS-BALANCE
           END-IF.
       ADD-MEMBER-CREDIT.
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
              UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
              IF WS-CRD-IDNUM(WS-CREDIT-IDX) = WS-MEMBER-IDNUM
                 ADD WS-CRD-LIMIT(WS-CREDIT-IDX) TO WS-GROUP-LIMIT
                 ADD WS-CRD-BALANCE(WS-CREDIT-IDX)
                    TO WS-GROUP-BALANCE
              END-IF
           END-PERFORM.
       END PROGRAM GRPMNT.
