       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TRMMNT.
      ***************************************
      * CUSTOMER PAYMENT TERMS MAINTENANCE, IN THE STYLE OF THE
      * GRPMNT MENU. KEEPS custterm.dat: THE NET DAYS, AND ANY
      * EARLY-PAYMENT DISCOUNT PERCENT AND DAYS, FOR EACH CUSTOMER
      * NOT ON THE STANDARD NET 30. INVBILL STAMPS THE DUE DATE AND
      * THE DISCOUNT DATE AND AMOUNT ON EACH INVOICE FROM THESE
      * TERMS AT BILLING TIME, SO A CHANGE HERE ONLY AFFECTS
      * INVOICES RAISED AFTER IT. REMOVING A CUSTOMER'S TERMS PUTS
      * THEM BACK ON NET 30.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO "custterm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERMS-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERMS-FILE.
           COPY TRMREC.
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
       WORKING-STORAGE SECTION.
       01 WS-TERMS-STATUS    PIC X(2) VALUE '00'.
       01 WS-CUSTFILE-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
      * THE TERMS FILE HELD IN STORAGE WHILE THE MENU IS OPEN; EVERY
      * CHANGE REWRITES THE FILE, THE PRODMNT WAY.
       01 WS-TERMS-TABLE.
          05 WS-TERMS-ENTRY OCCURS 1000 TIMES.
             10 WS-TRM-IDNUM     PIC 9(5).
             10 WS-TRM-NET-DAYS  PIC 9(3).
             10 WS-TRM-DISC-PCT  PIC 9(2)V99.
             10 WS-TRM-DISC-DAYS PIC 9(3).
       01 WS-TERMS-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-TERMS-IDX       PIC 9(4) VALUE ZERO.
       01 WS-TERMS-FOUND     PIC 9(4) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(4) VALUE ZERO.
      * ONLY THE IDNUM AND NAME ARE NEEDED FROM EACH CUSTOMER.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUST-IDNUM   PIC 9(5).
             10 WS-CUST-NAME    PIC X(30).
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX        PIC 9(4) VALUE ZERO.
       01 WS-CUST-FOUND      PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-IDNUM     PIC X(5).
       01 WS-ENTRY-VALUE     PIC X(6).
       01 WS-IDNUM           PIC 9(5) VALUE ZERO.
       01 WS-NET-DAYS        PIC 9(3) VALUE ZERO.
       01 WS-DISC-PCT        PIC 9(2)V99 VALUE ZERO.
       01 WS-DISC-DAYS       PIC 9(3) VALUE ZERO.
       01 WS-TERMS-OK        PIC X VALUE 'N'.
       01 DIS-NET-DAYS       PIC ZZ9.
       01 DIS-DISC-PCT       PIC Z9.99.
       01 DIS-DISC-DAYS      PIC ZZ9.
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'TRMMNT'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'TRMMNT - CUSTOMER PAYMENT TERMS MAINTENANCE'
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-TERMS-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'PAYMENT TERMS'
              DISPLAY ' '
              DISPLAY '1 : SET CUSTOMER TERMS'
              DISPLAY '2 : REMOVE TERMS (BACK TO NET 30)'
              DISPLAY '3 : LIST TERMS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM SETTERMS
                 WHEN 2 PERFORM REMOVETERMS
                 WHEN 3 PERFORM LISTTERMS
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
       LOAD-TERMS-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-TERMS-COUNT >= 1000
                 READ TERMS-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-TERMS-COUNT
                       MOVE TRM-IDNUM
                          TO WS-TRM-IDNUM(WS-TERMS-COUNT)
                       MOVE TRM-NET-DAYS
                          TO WS-TRM-NET-DAYS(WS-TERMS-COUNT)
                       MOVE TRM-DISC-PCT
                          TO WS-TRM-DISC-PCT(WS-TERMS-COUNT)
                       MOVE TRM-DISC-DAYS
                          TO WS-TRM-DISC-DAYS(WS-TERMS-COUNT)
                 END-READ
              END-PERFORM
              CLOSE TERMS-FILE
           ELSE
              DISPLAY 'ERROR OPENING custterm.dat, STATUS: '
                 WS-TERMS-STATUS
           END-IF
           DISPLAY 'CUSTOMERS ON SPECIAL TERMS: ' WS-TERMS-COUNT.
       REWRITE-TERMS-FILE.
           OPEN OUTPUT TERMS-FILE
           IF WS-TERMS-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING custterm.dat, STATUS: '
                 WS-TERMS-STATUS
           ELSE
              PERFORM WRITE-ONE-TERMS
                 VARYING WS-TERMS-IDX FROM 1 BY 1
                 UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
              CLOSE TERMS-FILE
           END-IF.
       WRITE-ONE-TERMS.
           MOVE SPACES TO CUSTOMER-TERMS-RECORD
           MOVE WS-TRM-IDNUM(WS-TERMS-IDX)     TO TRM-IDNUM
           MOVE WS-TRM-NET-DAYS(WS-TERMS-IDX)  TO TRM-NET-DAYS
           MOVE WS-TRM-DISC-PCT(WS-TERMS-IDX)  TO TRM-DISC-PCT
           MOVE WS-TRM-DISC-DAYS(WS-TERMS-IDX) TO TRM-DISC-DAYS
           WRITE CUSTOMER-TERMS-RECORD.
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
       FIND-TERMS.
           MOVE ZERO TO WS-TERMS-FOUND
           PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
              UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
              IF WS-TRM-IDNUM(WS-TERMS-IDX) = WS-IDNUM
                 MOVE WS-TERMS-IDX TO WS-TERMS-FOUND
              END-IF
           END-PERFORM.
       ACCEPT-VALUE.
      * A BLANK OR NON-NUMERIC ENTRY IS TAKEN AS ZERO.
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ENTRY-VALUE) NOT = ZERO
              MOVE '0' TO WS-ENTRY-VALUE
           END-IF.
       SETTERMS.
           DISPLAY ' '
           MOVE 'N' TO WS-TERMS-OK
           DISPLAY 'ENTER CUSTOMER ID: ' WITH NO ADVANCING
           PERFORM ACCEPT-CUSTOMER
           IF WS-CUST-FOUND = ZERO
              DISPLAY 'CUSTOMER NOT ON CUSTOMER.DAT.'
           ELSE
              PERFORM FIND-TERMS
              IF WS-TERMS-FOUND > ZERO
                 MOVE WS-TRM-NET-DAYS(WS-TERMS-FOUND)  TO DIS-NET-DAYS
                 MOVE WS-TRM-DISC-PCT(WS-TERMS-FOUND)  TO DIS-DISC-PCT
                 MOVE WS-TRM-DISC-DAYS(WS-TERMS-FOUND) TO DIS-DISC-DAYS
                 DISPLAY 'CURRENT TERMS: ' DIS-DISC-PCT '% '
                    DIS-DISC-DAYS ' NET ' DIS-NET-DAYS
              ELSE
                 DISPLAY 'CURRENT TERMS: NET 30 (STANDARD)'
              END-IF
              DISPLAY 'NET DAYS (1-365): ' WITH NO ADVANCING
              PERFORM ACCEPT-VALUE
              COMPUTE WS-NET-DAYS = FUNCTION NUMVAL(WS-ENTRY-VALUE)
              DISPLAY 'DISCOUNT PERCENT (0 FOR NONE): '
                 WITH NO ADVANCING
              PERFORM ACCEPT-VALUE
              COMPUTE WS-DISC-PCT = FUNCTION NUMVAL(WS-ENTRY-VALUE)
              MOVE ZERO TO WS-DISC-DAYS
              IF WS-DISC-PCT > ZERO
                 DISPLAY 'DISCOUNT DAYS: ' WITH NO ADVANCING
                 PERFORM ACCEPT-VALUE
                 COMPUTE WS-DISC-DAYS = FUNCTION NUMVAL(WS-ENTRY-VALUE)
              END-IF
              EVALUATE TRUE
                 WHEN WS-NET-DAYS = ZERO OR WS-NET-DAYS > 365
                    DISPLAY 'NET DAYS MUST BE 1 TO 365.'
                 WHEN WS-DISC-PCT > 10
                    DISPLAY 'DISCOUNT OVER 10 PERCENT REFUSED.'
                 WHEN WS-DISC-PCT > ZERO AND WS-DISC-DAYS = ZERO
                    DISPLAY 'A DISCOUNT NEEDS ITS DAYS.'
                 WHEN WS-DISC-DAYS >= WS-NET-DAYS
                    DISPLAY 'DISCOUNT DAYS MUST BE FEWER THAN NET DAYS.'
                 WHEN OTHER
                    MOVE 'Y' TO WS-TERMS-OK
              END-EVALUATE
           END-IF
           IF WS-TERMS-OK = 'Y'
              IF WS-TERMS-FOUND = ZERO AND WS-TERMS-COUNT >= 1000
                 DISPLAY 'TERMS FILE FULL.'
              ELSE
                 IF WS-TERMS-FOUND = ZERO
                    ADD 1 TO WS-TERMS-COUNT
                    MOVE WS-TERMS-COUNT TO WS-TERMS-FOUND
                 END-IF
                 MOVE WS-IDNUM     TO WS-TRM-IDNUM(WS-TERMS-FOUND)
                 MOVE WS-NET-DAYS  TO WS-TRM-NET-DAYS(WS-TERMS-FOUND)
                 MOVE WS-DISC-PCT  TO WS-TRM-DISC-PCT(WS-TERMS-FOUND)
                 MOVE WS-DISC-DAYS TO WS-TRM-DISC-DAYS(WS-TERMS-FOUND)
                 PERFORM REWRITE-TERMS-FILE
                 DISPLAY 'TERMS SAVED - THEY APPLY FROM THE NEXT '
                    'INVOICE.'
                 MOVE WS-NET-DAYS  TO DIS-NET-DAYS
                 MOVE WS-DISC-PCT  TO DIS-DISC-PCT
                 MOVE WS-DISC-DAYS TO DIS-DISC-DAYS
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'TERMS FOR ' WS-IDNUM ' SET TO '
                    DIS-DISC-PCT '% ' DIS-DISC-DAYS ' NET '
                    DIS-NET-DAYS
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
              END-IF
           END-IF.
       REMOVETERMS.
           DISPLAY ' '
           DISPLAY 'ENTER CUSTOMER ID: ' WITH NO ADVANCING
           PERFORM ACCEPT-CUSTOMER
           PERFORM FIND-TERMS
           IF WS-TERMS-FOUND = ZERO
              DISPLAY 'CUSTOMER IS ALREADY ON NET 30.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-TERMS-FOUND BY 1
                 UNTIL WS-MOVE-IDX >= WS-TERMS-COUNT
                 MOVE WS-TERMS-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-TERMS-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-TERMS-COUNT
              PERFORM REWRITE-TERMS-FILE
              DISPLAY 'TERMS REMOVED - CUSTOMER BACK ON NET 30.'
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'TERMS FOR ' WS-IDNUM ' REMOVED, NET 30'
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           END-IF.
       LISTTERMS.
           DISPLAY ' '
           IF WS-TERMS-COUNT = ZERO
              DISPLAY 'ALL CUSTOMERS ARE ON NET 30.'
           ELSE
              DISPLAY 'CUSTOMER  DISC%  DAYS  NET'
              PERFORM LIST-ONE-TERMS
                 VARYING WS-TERMS-IDX FROM 1 BY 1
                 UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
              DISPLAY 'ALL OTHER CUSTOMERS ARE ON NET 30.'
           END-IF.
       LIST-ONE-TERMS.
           MOVE WS-TRM-NET-DAYS(WS-TERMS-IDX)  TO DIS-NET-DAYS
           MOVE WS-TRM-DISC-PCT(WS-TERMS-IDX)  TO DIS-DISC-PCT
           MOVE WS-TRM-DISC-DAYS(WS-TERMS-IDX) TO DIS-DISC-DAYS
           DISPLAY WS-TRM-IDNUM(WS-TERMS-IDX) '     ' DIS-DISC-PCT
              '  ' DIS-DISC-DAYS '  ' DIS-NET-DAYS.
       END PROGRAM TRMMNT.
