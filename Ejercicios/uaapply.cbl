       IDENTIFICATION DIVISION.
       PROGRAM-ID.     UAAPPLY.
      ***************************************
      * APPLIES UNAPPLIED CASH TO INVOICES, IN THE STYLE OF THE
      * POAPPR MENU. UNAPPLY.DAT HOLDS THE CHEQUES LBXIMP COULD NOT
      * MATCH; THE CLERK PICKS ONE, NAMES THE INVOICE THE CUSTOMER
      * MEANT AND THE AMOUNT (BLANK TAKES THE LESSER OF THE CASH
      * LEFT AND THE INVOICE'S OPEN BALANCE). EACH APPLICATION
      * POSTS TWO LEDGER LINES TO ARLEDGER.DAT: A UAP LINE AGAINST
      * THE UNAPPLIED REFERENCE, TAKING THE CASH BACK OFF IT, AND A
      * PAY LINE AGAINST THE INVOICE. CASH HELD ON CUSTOMER 00000
      * MAY GO TO ANY CUSTOMER'S INVOICE AND THEN RELIEVES THAT
      * CUSTOMER'S CREDIT.DAT BALANCE, WHICH WAS NOT TOUCHED WHEN
      * THE CHEQUE ARRIVED; OTHER CASH MAY ONLY GO TO ITS OWN
      * CUSTOMER'S INVOICES. EVERY APPLICATION IS LOGGED.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UNAPPLIED-FILE ASSIGN TO "UNAPPLY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UNAPPLIED-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD UNAPPLIED-FILE.
           COPY UAREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
          02 LGR-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 LGR-TYPE             PIC X(3).
          02 FILLER               PIC X.
          02 LGR-REF              PIC 9(6).
          02 FILLER               PIC X.
          02 LGR-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 LGR-AMOUNT           PIC 9(7)V99.
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
       01 WS-UNAPPLIED-STATUS PIC X(2) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(2).
       01 WS-INVOICE-STATUS  PIC X(2).
       01 WS-CREDIT-STATUS   PIC X(2).
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
      * THE WHOLE UNAPPLIED FILE HELD IN STORAGE WHILE THE MENU IS
      * OPEN; EVERY APPLICATION REWRITES THE FILE, THE POAPPR WAY.
       01 WS-UA-TABLE.
          05 WS-UA-ENTRY OCCURS 1000 TIMES.
             10 WS-UA-DATA    PIC X(74).
       01 WS-UA-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-UA-IDX          PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-TABLE.
          05 WS-INVOICE-ENTRY OCCURS 2000 TIMES.
             10 WS-INV-NUMBER     PIC 9(6).
             10 WS-INV-IDNUM      PIC 9(5).
       01 WS-INVOICE-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX     PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-FOUND   PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-TABLE.
          05 WS-CREDIT-ENTRY OCCURS 1000 TIMES.
             10 WS-CRD-IDNUM      PIC 9(5).
             10 WS-CRD-LIMIT      PIC 9(7)V99.
             10 WS-CRD-BALANCE    PIC 9(7)V99.
             10 WS-CRD-HOLD       PIC X.
       01 WS-CREDIT-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-IDX      PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-FOUND    PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-DATE    PIC 9(8).
       01 WS-ENTRY-NUMBER    PIC X(6).
       01 WS-ENTRY-AMOUNT    PIC X(10).
       01 WS-UA-NUM          PIC 9(6) VALUE ZERO.
       01 WS-INVOICE-NUM     PIC 9(6) VALUE ZERO.
       01 WS-AMOUNT-NUM      PIC 9(7)V99 VALUE ZERO.
       01 WS-UA-LEFT         PIC 9(7)V99 VALUE ZERO.
       01 WS-INVOICE-OPEN    PIC S9(8)V99 VALUE ZERO.
       01 DIS-AMOUNT         PIC ZZZZZZ9.99.
       01 DIS-LEFT           PIC ZZZZZZ9.99.
       01 DIS-OPEN           PIC ZZZZZZ9.99-.
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'UAAPPLY'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'UAAPPLY - APPLY UNAPPLIED CASH'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-UA-FILE
           PERFORM LOAD-INVOICE-TABLE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'UNAPPLIED CASH'
              DISPLAY ' '
              DISPLAY '1 : LIST OPEN UNAPPLIED CASH'
              DISPLAY '2 : APPLY CASH TO INVOICE'
              DISPLAY '3 : LIST ALL UNAPPLIED CASH'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM LISTOPEN
                 WHEN 2 PERFORM APPLYCASH
                 WHEN 3 PERFORM LISTALL
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
       LOAD-UA-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-UA-COUNT >= 1000
                 READ UNAPPLIED-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-UA-COUNT
                       MOVE UA-RECORD TO WS-UA-DATA(WS-UA-COUNT)
                 END-READ
              END-PERFORM
              CLOSE UNAPPLIED-FILE
           ELSE
              DISPLAY 'ERROR OPENING UNAPPLY.DAT, STATUS: '
                 WS-UNAPPLIED-STATUS
           END-IF
           DISPLAY 'UNAPPLIED CASH ITEMS ON FILE: ' WS-UA-COUNT.
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
       REWRITE-UA-FILE.
           OPEN OUTPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING UNAPPLY.DAT, STATUS: '
                 WS-UNAPPLIED-STATUS
           ELSE
              PERFORM WRITE-ONE-UA
                 VARYING WS-UA-IDX FROM 1 BY 1
                 UNTIL WS-UA-IDX > WS-UA-COUNT
              CLOSE UNAPPLIED-FILE
           END-IF.
       WRITE-ONE-UA.
           MOVE WS-UA-DATA(WS-UA-IDX) TO UA-RECORD
           WRITE UA-RECORD.
       NET-INVOICE-OPEN.
      * WHAT IS STILL OWED ON THE INVOICE, NETTED FROM THE LEDGER
      * THE SAME WAY ARPAY NETS IT.
           MOVE ZERO TO WS-INVOICE-OPEN
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ LEDGER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF LGR-REF = WS-INVOICE-NUM
                          PERFORM NET-ONE-POSTING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF.
       NET-ONE-POSTING.
           EVALUATE LGR-TYPE
              WHEN 'INV'
              WHEN 'FIN'
                 ADD LGR-AMOUNT TO WS-INVOICE-OPEN
              WHEN 'PAY'
              WHEN 'CRM'
              WHEN 'WOF'
              WHEN 'DSC'
                 SUBTRACT LGR-AMOUNT FROM WS-INVOICE-OPEN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       ACCEPT-UA-NUMBER.
           MOVE ZERO TO WS-UA-NUM
           DISPLAY 'ENTER UNAPPLIED CASH NUMBER: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NUMBER
           IF WS-ENTRY-NUMBER NOT = SPACES
              COMPUTE WS-UA-NUM = FUNCTION NUMVAL(WS-ENTRY-NUMBER)
           END-IF
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-UA-IDX FROM 1 BY 1
              UNTIL WS-UA-IDX > WS-UA-COUNT
              MOVE WS-UA-DATA(WS-UA-IDX) TO UA-RECORD
              IF UA-NUMBER = WS-UA-NUM
                 MOVE WS-UA-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX > ZERO
              MOVE WS-UA-DATA(WS-FOUND-IDX) TO UA-RECORD
           END-IF.
       APPLYCASH.
           DISPLAY ' '
           PERFORM ACCEPT-UA-NUMBER
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'UNAPPLIED CASH NOT ON FILE.'
           ELSE
              COMPUTE WS-UA-LEFT = UA-AMOUNT - UA-APPLIED
              IF WS-UA-LEFT = ZERO
                 DISPLAY 'ALREADY FULLY APPLIED.'
              ELSE
                 PERFORM DISPLAY-UA
                 PERFORM APPLY-TO-INVOICE
              END-IF
           END-IF.
       APPLY-TO-INVOICE.
           DISPLAY 'ENTER INVOICE NUMBER: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NUMBER
           MOVE ZERO TO WS-INVOICE-NUM
           IF WS-ENTRY-NUMBER NOT = SPACES
              COMPUTE WS-INVOICE-NUM = FUNCTION NUMVAL(WS-ENTRY-NUMBER)
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
              WHEN UA-IDNUM NOT = ZERO
                   AND WS-INV-IDNUM(WS-INVOICE-FOUND) NOT = UA-IDNUM
                 DISPLAY 'INVOICE IS NOT FOR THAT CUSTOMER.'
              WHEN OTHER
                 PERFORM NET-INVOICE-OPEN
                 MOVE WS-INVOICE-OPEN TO DIS-OPEN
                 DISPLAY 'INVOICE OPEN BALANCE: ' DIS-OPEN
                 IF WS-INVOICE-OPEN NOT > ZERO
                    DISPLAY 'NOTHING OPEN ON THAT INVOICE.'
                 ELSE
                    PERFORM ACCEPT-APPLY-AMOUNT
                 END-IF
           END-EVALUATE.
       ACCEPT-APPLY-AMOUNT.
           DISPLAY 'AMOUNT TO APPLY (BLANK = ALL THAT FITS): '
              WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY-AMOUNT
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = SPACES
              IF WS-UA-LEFT > WS-INVOICE-OPEN
                 MOVE WS-INVOICE-OPEN TO WS-AMOUNT-NUM
              ELSE
                 MOVE WS-UA-LEFT TO WS-AMOUNT-NUM
              END-IF
           ELSE
              COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
           END-IF
           EVALUATE TRUE
              WHEN WS-AMOUNT-NUM = ZERO
                 DISPLAY 'AMOUNT MUST NOT BE ZERO.'
              WHEN WS-AMOUNT-NUM > WS-UA-LEFT
                 DISPLAY 'MORE THAN THE CASH LEFT TO APPLY.'
              WHEN WS-AMOUNT-NUM > WS-INVOICE-OPEN
                 DISPLAY 'MORE THAN IS OPEN ON THE INVOICE.'
              WHEN OTHER
                 PERFORM POST-APPLICATION
           END-EVALUATE.
       POST-APPLICATION.
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING ARLEDGER.DAT, STATUS: '
                 WS-LEDGER-STATUS
           ELSE
              MOVE SPACES TO LEDGER-RECORD
              MOVE UA-IDNUM        TO LGR-IDNUM
              MOVE 'UAP'           TO LGR-TYPE
              MOVE UA-NUMBER       TO LGR-REF
              MOVE WS-CURRENT-DATE TO LGR-DATE
              MOVE WS-AMOUNT-NUM   TO LGR-AMOUNT
              WRITE LEDGER-RECORD
              MOVE SPACES TO LEDGER-RECORD
              MOVE WS-INV-IDNUM(WS-INVOICE-FOUND) TO LGR-IDNUM
              MOVE 'PAY'           TO LGR-TYPE
              MOVE WS-INVOICE-NUM  TO LGR-REF
              MOVE WS-CURRENT-DATE TO LGR-DATE
              MOVE WS-AMOUNT-NUM   TO LGR-AMOUNT
              WRITE LEDGER-RECORD
              CLOSE LEDGER-FILE
              ADD WS-AMOUNT-NUM TO UA-APPLIED
              MOVE UA-RECORD TO WS-UA-DATA(WS-FOUND-IDX)
              PERFORM REWRITE-UA-FILE
              IF UA-IDNUM = ZERO
                 PERFORM RELIEVE-CREDIT-BALANCE
              END-IF
              MOVE WS-AMOUNT-NUM TO DIS-AMOUNT
              DISPLAY 'APPLIED ' DIS-AMOUNT ' TO INVOICE '
                 WS-INVOICE-NUM
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'UNAPPLIED CASH ' UA-NUMBER ' APPLIED '
                 DIS-AMOUNT ' TO INVOICE ' WS-INVOICE-NUM
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           END-IF.
       RELIEVE-CREDIT-BALANCE.
      * CASH THAT ARRIVED WITHOUT A CUSTOMER RELIEVES THE REAL
      * CUSTOMER'S BALANCE ONLY NOW; AN OVERPAYMENT BOTTOMS OUT AT
      * ZERO AS IN ARPAY.
           MOVE ZERO TO WS-CREDIT-COUNT
           MOVE 'N' TO WS-EOF-FLAG
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
           END-IF
           MOVE ZERO TO WS-CREDIT-FOUND
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
              UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
              IF WS-CRD-IDNUM(WS-CREDIT-IDX)
                 = WS-INV-IDNUM(WS-INVOICE-FOUND)
                 MOVE WS-CREDIT-IDX TO WS-CREDIT-FOUND
              END-IF
           END-PERFORM
           IF WS-CREDIT-FOUND > ZERO
              IF WS-AMOUNT-NUM > WS-CRD-BALANCE(WS-CREDIT-FOUND)
                 MOVE ZERO TO WS-CRD-BALANCE(WS-CREDIT-FOUND)
              ELSE
                 SUBTRACT WS-AMOUNT-NUM
                    FROM WS-CRD-BALANCE(WS-CREDIT-FOUND)
              END-IF
              PERFORM REWRITE-CREDIT-FILE
           END-IF.
       REWRITE-CREDIT-FILE.
           OPEN OUTPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING CREDIT.DAT, STATUS: '
                 WS-CREDIT-STATUS
           ELSE
              PERFORM WRITE-ONE-CREDIT
                 VARYING WS-CREDIT-IDX FROM 1 BY 1
                 UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
              CLOSE CREDIT-FILE
           END-IF.
       WRITE-ONE-CREDIT.
           MOVE SPACES TO CREDIT-RECORD
           MOVE WS-CRD-IDNUM(WS-CREDIT-IDX)   TO CRD-IDNUM
           MOVE WS-CRD-LIMIT(WS-CREDIT-IDX)   TO CRD-LIMIT
           MOVE WS-CRD-BALANCE(WS-CREDIT-IDX) TO CRD-BALANCE
           MOVE WS-CRD-HOLD(WS-CREDIT-IDX)    TO CRD-HOLD
           WRITE CREDIT-RECORD.
       LISTOPEN.
           DISPLAY ' '
           PERFORM LIST-ONE-OPEN
              VARYING WS-UA-IDX FROM 1 BY 1
              UNTIL WS-UA-IDX > WS-UA-COUNT.
       LIST-ONE-OPEN.
           MOVE WS-UA-DATA(WS-UA-IDX) TO UA-RECORD
           IF UA-APPLIED < UA-AMOUNT
              COMPUTE WS-UA-LEFT = UA-AMOUNT - UA-APPLIED
              PERFORM DISPLAY-UA
           END-IF.
       LISTALL.
           DISPLAY ' '
           PERFORM LIST-ONE-UA
              VARYING WS-UA-IDX FROM 1 BY 1
              UNTIL WS-UA-IDX > WS-UA-COUNT
           DISPLAY 'UNAPPLIED CASH ITEMS ON FILE: ' WS-UA-COUNT.
       LIST-ONE-UA.
           MOVE WS-UA-DATA(WS-UA-IDX) TO UA-RECORD
           COMPUTE WS-UA-LEFT = UA-AMOUNT - UA-APPLIED
           PERFORM DISPLAY-UA.
       DISPLAY-UA.
           MOVE UA-AMOUNT  TO DIS-AMOUNT
           MOVE WS-UA-LEFT TO DIS-LEFT
           DISPLAY UA-NUMBER ' CUST ' UA-IDNUM ' CHEQUE ' UA-CHEQUE
              ' ' UA-DATE ' AMT ' DIS-AMOUNT ' LEFT ' DIS-LEFT
           DISPLAY '       ' UA-REASON.
       END PROGRAM UAAPPLY.
