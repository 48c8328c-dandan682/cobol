       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ARDUN.
      ***************************************
      * DUNNING RUN FOR OVERDUE RECEIVABLES. NETS ARLEDGER.DAT BY
      * REFERENCE AND AGES THE OPEN INVOICES EXACTLY AS ARAGE DOES,
      * BY DAYS PAST THE DUE DATE INVBILL STAMPED ON INVOICE.DAT
      * (NET 30 FROM ITS OWN DATE WHEN THERE IS NONE), THEN TAKES
      * EVERY CUSTOMER WITH A BALANCE PAST DUE TO A DUNNING LEVEL:
      *   1 - OLDEST OPEN INVOICE 1-30 DAYS PAST DUE  (REMINDER)
      *   2 - OLDEST OPEN INVOICE 31-60 DAYS PAST DUE (SECOND NOTICE)
      *   3 - OLDEST OPEN INVOICE OVER 60 DAYS PAST DUE (FINAL NOTICE)
      * A LETTER FOR THE LEVEL IS PRINTED TO dunletr.rpt WITH THE
      * NAMEFMT WINDOW-ENVELOPE ADDRESS AND THE OVERDUE INVOICES.
      * EVERY LETTER SENT IS APPENDED TO THE LETTER HISTORY
      * DUNHIST.DAT; A CUSTOMER IS ONLY WRITTEN TO AGAIN WHEN THE
      * LEVEL HAS RISEN OR THE LAST LETTER IS MORE THAN 30 DAYS
      * OLD, SO A RERUN THE SAME WEEK SENDS NOTHING TWICE.
      * A FINAL-LEVEL CUSTOMER IS PUT ON COLLECTION HOLD ON
      * CREDIT.DAT (CRD-HOLD = 'H'); ORDER01 AND ORDBATCH REFUSE
      * NEW LINES UNTIL CREDMNT RELEASES IT. THE REGISTER
      * dunning.rpt LISTS EVERY LETTER AND HOLD.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "DUNHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LETTER-REPORT ASSIGN TO "dunletr.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-REPORT ASSIGN TO "dunning.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
      * ONE LINE PER LETTER SENT: CUSTOMER, LEVEL, DATE AND THE
      * OVERDUE AMOUNT THE LETTER ASKED FOR.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          02 DH-IDNUM             PIC 9(5).
          02 FILLER               PIC X.
          02 DH-LEVEL             PIC 9.
          02 FILLER               PIC X.
          02 DH-DATE              PIC 9(8).
          02 FILLER               PIC X.
          02 DH-AMOUNT            PIC 9(7)V99.
       FD LETTER-REPORT.
       01 LETTER-LINE             PIC X(80).
       FD REGISTER-REPORT.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 LETTER-HEADING.
          02 PRN-LETTER-TITLE     PIC X(20).
          02 FILLER               PIC X(40) VALUE SPACES.
          02 PRN-LETTER-DATE      PIC 9(8).
       01 ACCOUNT-LINE.
          02 FILLER               PIC X(17) VALUE
             'ACCOUNT NUMBER:  '.
          02 PRN-ACCOUNT          PIC 9(5).
      * THE NAME/ADDRESS BLOCK IS PLACED AT A FIXED INDENT SO IT
      * LANDS IN THE ENVELOPE WINDOW.
       01 ADDRESS-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-ADDR-TEXT        PIC X(51).
       01 CITY-STATE-ZIP-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-CITY             PIC X(15).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-STATE            PIC X(02).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-ZIP              PIC X(10).
       01 TEXT-LINE               PIC X(70).
       01 INVOICE-HEADING.
          02 FILLER               PIC X(35) VALUE
             '     INVOICE  DUE DATE      DAYS   '.
          02 FILLER               PIC X(10) VALUE 'AMOUNT DUE'.
       01 INVOICE-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-INV-NUMBER       PIC 9(6).
          02 FILLER               PIC X(03) VALUE SPACES.
          02 PRN-INV-DUE          PIC 9(8).
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-INV-DAYS         PIC ZZZ9.
          02 FILLER               PIC X(04) VALUE SPACES.
          02 PRN-INV-AMOUNT       PIC ZZZZZZ9.99.
       01 TOTAL-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-TOTAL-LABEL      PIC X(30).
          02 PRN-TOTAL-AMOUNT     PIC ZZZZZZ9.99.
       01 PAGE-HEADING            PIC X(24) VALUE
          'DUNNING LETTER REGISTER'.
       01 COLUMN-HEADING.
          02 FILLER               PIC X(44) VALUE
             'CUSTOMER LVL    OVERDUE OPEN BALANCE  ACTION'.
       01 REGISTER-LINE.
          02 PRN-REG-IDNUM        PIC 9(5).
          02 FILLER               PIC X(06) VALUE SPACES.
          02 PRN-REG-LEVEL        PIC 9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-REG-OVERDUE      PIC ZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-REG-OPEN         PIC ZZZZZZZZ9.99.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-REG-ACTION       PIC X(40).
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'REMINDERS (LEVEL 1): '.
          02 PRN-LEVEL-1          PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'SECOND NOTICES (2):  '.
          02 PRN-LEVEL-2          PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(21) VALUE
             'FINAL NOTICES (3):   '.
          02 PRN-LEVEL-3          PIC ZZZZ9.
       01 COUNT-LINE-4.
          02 FILLER               PIC X(21) VALUE
             'HOLDS SET:           '.
          02 PRN-HOLDS            PIC ZZZZ9.
       01 COUNT-LINE-5.
          02 FILLER               PIC X(21) VALUE
             'NOT DUE A LETTER:    '.
          02 PRN-SKIPPED          PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-CREDIT-STATUS        PIC X(2).
       01 WS-INVOICE-STATUS       PIC X(2).
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CURRENT-DATE         PIC 9(8).
      * A CUSTOMER ALREADY WRITTEN TO AT THE SAME LEVEL IS NOT
      * WRITTEN TO AGAIN INSIDE THIS MANY DAYS.
       01 WS-RESEND-DAYS          PIC 9(3) VALUE 30.
      * OPEN BALANCE PER INVOICE, NETTED AS THE LEDGER IS READ.
       01 WS-INVOICE-TABLE.
          05 WS-INVOICE-ENTRY OCCURS 2000 TIMES.
             10 WS-INV-IDNUM      PIC 9(5).
             10 WS-INV-NUMBER     PIC 9(6).
             10 WS-INV-DATE       PIC 9(8).
             10 WS-INV-BALANCE    PIC S9(8)V99.
             10 WS-INV-DUE        PIC 9(8).
             10 WS-INV-DAYS       PIC S9(7).
             10 WS-INV-BUCKET     PIC 9.
       01 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX          PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(4) VALUE ZERO.
       01 WS-BUCKET-IDX           PIC 9 VALUE ZERO.
       01 WS-AGE-DAYS             PIC S9(7) VALUE ZERO.
       01 WS-DUE-DATE             PIC 9(8) VALUE ZERO.
       01 WS-CUST-TABLE.
          02 WS-CUST-ENTRY OCCURS 1000 TIMES.
             03 WS-CUST-DATA      PIC X(102).
       01 WS-CUST-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX             PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-TABLE.
          05 WS-CREDIT-ENTRY OCCURS 1000 TIMES.
             10 WS-CRD-IDNUM      PIC 9(5).
             10 WS-CRD-LIMIT      PIC 9(7)V99.
             10 WS-CRD-BALANCE    PIC 9(7)V99.
             10 WS-CRD-HOLD       PIC X.
       01 WS-CREDIT-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-IDX           PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-FOUND         PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-CHANGED       PIC X VALUE 'N'.
      * THE LAST LETTER EACH CUSTOMER WAS SENT.
       01 WS-LAST-TABLE.
          05 WS-LAST-ENTRY OCCURS 1000 TIMES.
             10 WS-LAST-IDNUM     PIC 9(5).
             10 WS-LAST-LEVEL     PIC 9.
             10 WS-LAST-DATE      PIC 9(8).
       01 WS-LAST-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-LAST-IDX             PIC 9(4) VALUE ZERO.
       01 WS-LAST-FOUND           PIC 9(4) VALUE ZERO.
       01 WS-CUST-LEVEL           PIC 9 VALUE ZERO.
       01 WS-CUST-OVERDUE         PIC S9(9)V99 VALUE ZERO.
       01 WS-CUST-OPEN            PIC S9(9)V99 VALUE ZERO.
       01 WS-SEND-LETTER          PIC X VALUE 'N'.
       01 WS-SINCE-DAYS           PIC S9(7) VALUE ZERO.
       01 WS-LEVEL-COUNTS.
          05 WS-LEVEL-COUNT       PIC 9(5) OCCURS 3 TIMES
                                  VALUE ZERO.
       01 WS-HOLD-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-NO-CREDIT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-NAMEFMT-PROG         PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME         PIC X(20).
          05 NF-LAST-NAME          PIC X(30).
          05 NF-LAST-FIRST         PIC X(52).
          05 NF-FIRST-LAST         PIC X(51).
       01 WS-DATEUTIL-PROG        PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'ARDUN'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'ARDUN - DUNNING LETTERS AND COLLECTION HOLD'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY 'NO ARLEDGER.DAT - NOTHING TO DUN, STATUS: '
                 WS-LEDGER-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
              READ LEDGER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM NET-ONE-POSTING
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           PERFORM LOAD-DUE-DATES
           PERFORM AGE-ONE-INVOICE
              VARYING WS-INVOICE-IDX FROM 1 BY 1
              UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
           PERFORM LOAD-CUSTOMERS
           IF WS-CUST-COUNT = ZERO
              DISPLAY 'NO CUSTOMERS ON FILE - NO LETTERS'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CREDIT-TABLE
           PERFORM LOAD-LETTER-HISTORY
           OPEN OUTPUT LETTER-REPORT
           OPEN OUTPUT REGISTER-REPORT
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING DUNHIST.DAT, STATUS: '
                 WS-HISTORY-STATUS
              CLOSE LETTER-REPORT REGISTER-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING
           PERFORM DUN-ONE-CUSTOMER
              VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
           CLOSE HISTORY-FILE
           IF WS-CREDIT-CHANGED = 'Y'
              PERFORM REWRITE-CREDIT-FILE
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-LEVEL-COUNT(1) TO PRN-LEVEL-1
           MOVE WS-LEVEL-COUNT(2) TO PRN-LEVEL-2
           MOVE WS-LEVEL-COUNT(3) TO PRN-LEVEL-3
           MOVE WS-HOLD-COUNT     TO PRN-HOLDS
           MOVE WS-SKIPPED-COUNT  TO PRN-SKIPPED
           WRITE PRINT-LINE FROM COUNT-LINE-1
           WRITE PRINT-LINE FROM COUNT-LINE-2
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM COUNT-LINE-4
           WRITE PRINT-LINE FROM COUNT-LINE-5
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE LETTER-REPORT REGISTER-REPORT
           DISPLAY 'LETTERS LEVEL 1/2/3: ' WS-LEVEL-COUNT(1) ' '
              WS-LEVEL-COUNT(2) ' ' WS-LEVEL-COUNT(3)
              ' HOLDS SET: ' WS-HOLD-COUNT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'DUNNING LETTERS ' WS-LEVEL-COUNT(1) '/'
              WS-LEVEL-COUNT(2) '/' WS-LEVEL-COUNT(3)
              ' HOLDS SET ' WS-HOLD-COUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
      * A FINAL-LEVEL CUSTOMER WITH NO CREDIT RECORD CANNOT BE
      * HELD; THAT NEEDS CREDIT'S ATTENTION.
           EVALUATE TRUE
              WHEN WS-CREDIT-CHANGED = 'E'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NO-CREDIT-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE RUN ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       NET-ONE-POSTING.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
              UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
              IF WS-INV-NUMBER(WS-INVOICE-IDX) = LGR-REF
                 MOVE WS-INVOICE-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO AND WS-INVOICE-COUNT < 2000
              ADD 1 TO WS-INVOICE-COUNT
              MOVE WS-INVOICE-COUNT TO WS-FOUND-IDX
              MOVE LGR-IDNUM TO WS-INV-IDNUM(WS-FOUND-IDX)
              MOVE LGR-REF   TO WS-INV-NUMBER(WS-FOUND-IDX)
              MOVE LGR-DATE  TO WS-INV-DATE(WS-FOUND-IDX)
              MOVE ZERO      TO WS-INV-BALANCE(WS-FOUND-IDX)
              MOVE ZERO      TO WS-INV-DUE(WS-FOUND-IDX)
           END-IF
           IF WS-FOUND-IDX > ZERO
              EVALUATE LGR-TYPE
                 WHEN 'INV'
                    ADD LGR-AMOUNT
                       TO WS-INV-BALANCE(WS-FOUND-IDX)
      * THE INVOICE POSTING, NOT A LATER CREDIT, DATES THE AGE.
                    MOVE LGR-DATE TO WS-INV-DATE(WS-FOUND-IDX)
      * A FINANCE CHARGE FROM FINCHG IS OWED ON THE INVOICE IT
      * NAMES BUT DOES NOT RE-DATE IT.
                 WHEN 'FIN'
                    ADD LGR-AMOUNT
                       TO WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'PAY'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'CRM'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'WOF'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'DSC'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
      * UNAPPLIED CASH FROM LBXIMP STANDS AS A CREDIT UNDER ITS OWN
      * REFERENCE UNTIL UAAPPLY TAKES IT BACK OFF (UAP).
                 WHEN 'UAC'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'UAP'
                    ADD LGR-AMOUNT
                       TO WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN OTHER
                    DISPLAY 'UNKNOWN LEDGER TYPE SKIPPED: '
                       LEDGER-RECORD
              END-EVALUATE
           END-IF.
       LOAD-DUE-DATES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ INVOICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TAKE-ONE-DUE-DATE
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       TAKE-ONE-DUE-DATE.
           IF INV-DUE-DATE IS NUMERIC
              PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
                 UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
                 IF WS-INV-NUMBER(WS-INVOICE-IDX) = INV-NUMBER
                    MOVE INV-DUE-DATE TO WS-INV-DUE(WS-INVOICE-IDX)
                 END-IF
              END-PERFORM
           END-IF.
       AGE-ONE-INVOICE.
      * DAYS PAST DUE COME FROM THE ONE SHARED DATE ROUTINE; AN
      * UNDATEABLE LEDGER LINE AGES INTO THE OLDEST BUCKET, AS IN
      * ARAGE. WITH NO DUE DATE ON INVOICE.DAT (AN OLDER INVOICE, A
      * FINANCE CHARGE OR CASH REFERENCE) THE ITEM IS DUE NET 30
      * FROM ITS OWN DATE, SO NET-30 HISTORY DUNS AS IT ALWAYS DID.
           MOVE ZERO TO WS-INV-DAYS(WS-INVOICE-IDX)
           MOVE 1 TO WS-INV-BUCKET(WS-INVOICE-IDX)
           IF WS-INV-BALANCE(WS-INVOICE-IDX) > ZERO
              PERFORM SET-DUE-DATE
              MOVE WS-DUE-DATE TO WS-INV-DUE(WS-INVOICE-IDX)
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'DIFF' TO DU-FUNCTION
              STRING WS-DUE-DATE(1:4) '-' WS-DUE-DATE(5:2) '-'
                 WS-DUE-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
                 '-' WS-CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-2
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 MOVE DU-DAYS TO WS-AGE-DAYS
              ELSE
                 MOVE 9999 TO WS-AGE-DAYS
              END-IF
              EVALUATE TRUE
                 WHEN WS-AGE-DAYS <= 0
                    MOVE 1 TO WS-BUCKET-IDX
                 WHEN WS-AGE-DAYS <= 30
                    MOVE 2 TO WS-BUCKET-IDX
                 WHEN WS-AGE-DAYS <= 60
                    MOVE 3 TO WS-BUCKET-IDX
                 WHEN OTHER
                    MOVE 4 TO WS-BUCKET-IDX
              END-EVALUATE
              MOVE WS-AGE-DAYS   TO WS-INV-DAYS(WS-INVOICE-IDX)
              MOVE WS-BUCKET-IDX TO WS-INV-BUCKET(WS-INVOICE-IDX)
           END-IF.
       SET-DUE-DATE.
           MOVE WS-INV-DUE(WS-INVOICE-IDX) TO WS-DUE-DATE
           IF WS-DUE-DATE = ZERO
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'ADD' TO DU-FUNCTION
              STRING WS-INV-DATE(WS-INVOICE-IDX)(1:4) '-'
                 WS-INV-DATE(WS-INVOICE-IDX)(5:2) '-'
                 WS-INV-DATE(WS-INVOICE-IDX)(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              MOVE 30 TO DU-DAYS
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                    DU-RESULT-DATE(9:2)
                    DELIMITED BY SIZE INTO WS-DUE-DATE
              END-IF
           END-IF.
       LOAD-CUSTOMERS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CUSTOMERDATA
                          TO WS-CUST-DATA(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF.
       LOAD-CREDIT-TABLE.
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
           END-IF.
       LOAD-LETTER-HISTORY.
      * KEEP ONLY THE MOST RECENT LETTER PER CUSTOMER; THE FILE IS
      * WRITTEN IN RUN ORDER SO THE LAST ONE READ IS THE LATEST.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ HISTORY-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM KEEP-LAST-LETTER
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.
       KEEP-LAST-LETTER.
           MOVE ZERO TO WS-LAST-FOUND
           PERFORM VARYING WS-LAST-IDX FROM 1 BY 1
              UNTIL WS-LAST-IDX > WS-LAST-COUNT
              IF WS-LAST-IDNUM(WS-LAST-IDX) = DH-IDNUM
                 MOVE WS-LAST-IDX TO WS-LAST-FOUND
              END-IF
           END-PERFORM
           IF WS-LAST-FOUND = ZERO AND WS-LAST-COUNT < 1000
              ADD 1 TO WS-LAST-COUNT
              MOVE WS-LAST-COUNT TO WS-LAST-FOUND
           END-IF
           IF WS-LAST-FOUND > ZERO
              MOVE DH-IDNUM TO WS-LAST-IDNUM(WS-LAST-FOUND)
              MOVE DH-LEVEL TO WS-LAST-LEVEL(WS-LAST-FOUND)
              MOVE DH-DATE  TO WS-LAST-DATE(WS-LAST-FOUND)
           END-IF.
       DUN-ONE-CUSTOMER.
           MOVE WS-CUST-DATA(WS-CUST-IDX) TO CUSTOMERDATA
           MOVE ZERO TO WS-CUST-LEVEL WS-CUST-OVERDUE WS-CUST-OPEN
           PERFORM SCORE-ONE-INVOICE
              VARYING WS-INVOICE-IDX FROM 1 BY 1
              UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
           IF WS-CUST-LEVEL > ZERO
              PERFORM DECIDE-LETTER
              IF WS-SEND-LETTER = 'Y'
                 PERFORM PRINT-LETTER
                 PERFORM WRITE-HISTORY
                 ADD 1 TO WS-LEVEL-COUNT(WS-CUST-LEVEL)
                 MOVE SPACES TO REGISTER-LINE
                 MOVE 'LETTER SENT' TO PRN-REG-ACTION
                 IF WS-CUST-LEVEL = 3
                    PERFORM SET-COLLECTION-HOLD
                 END-IF
              ELSE
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE SPACES TO REGISTER-LINE
                 MOVE 'ALREADY SENT - NO LETTER' TO PRN-REG-ACTION
              END-IF
              MOVE IDNUM           TO PRN-REG-IDNUM
              MOVE WS-CUST-LEVEL   TO PRN-REG-LEVEL
              MOVE WS-CUST-OVERDUE TO PRN-REG-OVERDUE
              MOVE WS-CUST-OPEN    TO PRN-REG-OPEN
              WRITE PRINT-LINE FROM REGISTER-LINE
           END-IF.
       SCORE-ONE-INVOICE.
      * THE OLDEST OPEN INVOICE SETS THE LEVEL; EVERYTHING PAST
      * THE CURRENT BUCKET COUNTS AS OVERDUE.
           IF WS-INV-IDNUM(WS-INVOICE-IDX) = IDNUM
              AND WS-INV-BALANCE(WS-INVOICE-IDX) > ZERO
              ADD WS-INV-BALANCE(WS-INVOICE-IDX) TO WS-CUST-OPEN
              IF WS-INV-BUCKET(WS-INVOICE-IDX) > 1
                 ADD WS-INV-BALANCE(WS-INVOICE-IDX)
                    TO WS-CUST-OVERDUE
                 IF WS-INV-BUCKET(WS-INVOICE-IDX) - 1 > WS-CUST-LEVEL
                    COMPUTE WS-CUST-LEVEL =
                       WS-INV-BUCKET(WS-INVOICE-IDX) - 1
                 END-IF
              END-IF
           END-IF.
       DECIDE-LETTER.
      * WRITE WHEN THE CUSTOMER HAS NEVER HAD A LETTER, WHEN THE
      * LEVEL HAS RISEN SINCE THE LAST ONE, OR WHEN THE LAST ONE
      * IS OLDER THAN THE RESEND INTERVAL.
           MOVE 'Y' TO WS-SEND-LETTER
           MOVE ZERO TO WS-LAST-FOUND
           PERFORM VARYING WS-LAST-IDX FROM 1 BY 1
              UNTIL WS-LAST-IDX > WS-LAST-COUNT
              IF WS-LAST-IDNUM(WS-LAST-IDX) = IDNUM
                 MOVE WS-LAST-IDX TO WS-LAST-FOUND
              END-IF
           END-PERFORM
           IF WS-LAST-FOUND > ZERO
              AND WS-LAST-LEVEL(WS-LAST-FOUND) >= WS-CUST-LEVEL
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'DIFF' TO DU-FUNCTION
              STRING WS-LAST-DATE(WS-LAST-FOUND)(1:4) '-'
                 WS-LAST-DATE(WS-LAST-FOUND)(5:2) '-'
                 WS-LAST-DATE(WS-LAST-FOUND)(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
                 '-' WS-CURRENT-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-2
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 MOVE DU-DAYS TO WS-SINCE-DAYS
              ELSE
                 MOVE 9999 TO WS-SINCE-DAYS
              END-IF
              IF WS-SINCE-DAYS <= WS-RESEND-DAYS
                 MOVE 'N' TO WS-SEND-LETTER
              END-IF
           END-IF.
       PRINT-LETTER.
           MOVE SPACES TO LETTER-HEADING
           EVALUATE WS-CUST-LEVEL
              WHEN 1 MOVE 'PAYMENT REMINDER' TO PRN-LETTER-TITLE
              WHEN 2 MOVE 'SECOND NOTICE'    TO PRN-LETTER-TITLE
              WHEN OTHER MOVE 'FINAL NOTICE' TO PRN-LETTER-TITLE
           END-EVALUATE
           MOVE WS-CURRENT-DATE TO PRN-LETTER-DATE
           WRITE LETTER-LINE FROM LETTER-HEADING
           WRITE LETTER-LINE FROM BLANK-LINE
           PERFORM WRITE-ADDRESS-BLOCK
           WRITE LETTER-LINE FROM BLANK-LINE
           MOVE IDNUM TO PRN-ACCOUNT
           WRITE LETTER-LINE FROM ACCOUNT-LINE
           WRITE LETTER-LINE FROM BLANK-LINE
           EVALUATE WS-CUST-LEVEL
              WHEN 1
                 MOVE 'OUR RECORDS SHOW THE INVOICES BELOW ARE PAST'
                    TO TEXT-LINE
                 WRITE LETTER-LINE FROM TEXT-LINE
                 MOVE 'DUE. IF YOUR PAYMENT IS ALREADY ON ITS WAY,'
                    TO TEXT-LINE
                 WRITE LETTER-LINE FROM TEXT-LINE
                 MOVE 'PLEASE DISREGARD THIS REMINDER.'
                    TO TEXT-LINE
                 WRITE LETTER-LINE FROM TEXT-LINE
              WHEN 2
                 MOVE 'YOUR ACCOUNT IS NOW MORE THAN 60 DAYS PAST'
                    TO TEXT-LINE
                 WRITE LETTER-LINE FROM TEXT-LINE
                 MOVE 'DUE. PLEASE REMIT THE OVERDUE AMOUNT NOW TO'
                    TO TEXT-LINE
                 WRITE LETTER-LINE FROM TEXT-LINE
                 MOVE 'AVOID A HOLD ON FURTHER ORDERS.'
                    TO TEXT-LINE
                 WRITE LETTER-LINE FROM TEXT-LINE
              WHEN OTHER
                 MOVE 'YOUR ACCOUNT IS MORE THAN 90 DAYS PAST DUE AND'
                    TO TEXT-LINE
                 WRITE LETTER-LINE FROM TEXT-LINE
                 MOVE 'HAS BEEN PLACED ON COLLECTION HOLD. NO NEW'
                    TO TEXT-LINE
                 WRITE LETTER-LINE FROM TEXT-LINE
                 MOVE 'ORDERS CAN BE ACCEPTED UNTIL IT IS SETTLED.'
                    TO TEXT-LINE
                 WRITE LETTER-LINE FROM TEXT-LINE
           END-EVALUATE
           WRITE LETTER-LINE FROM BLANK-LINE
           WRITE LETTER-LINE FROM INVOICE-HEADING
           PERFORM PRINT-OVERDUE-INVOICE
              VARYING WS-INVOICE-IDX FROM 1 BY 1
              UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
           WRITE LETTER-LINE FROM BLANK-LINE
           MOVE 'TOTAL OVERDUE' TO PRN-TOTAL-LABEL
           MOVE WS-CUST-OVERDUE TO PRN-TOTAL-AMOUNT
           WRITE LETTER-LINE FROM TOTAL-LINE
           MOVE 'TOTAL ACCOUNT BALANCE' TO PRN-TOTAL-LABEL
           MOVE WS-CUST-OPEN TO PRN-TOTAL-AMOUNT
           WRITE LETTER-LINE FROM TOTAL-LINE
           WRITE LETTER-LINE FROM BLANK-LINE
           MOVE 'ACCOUNTS RECEIVABLE' TO TEXT-LINE
           WRITE LETTER-LINE FROM TEXT-LINE
           WRITE LETTER-LINE FROM BLANK-LINE.
       WRITE-ADDRESS-BLOCK.
           MOVE SPACES    TO NAMEFMT-PARMS
           MOVE FIRSTNAME TO NF-FIRST-NAME
           MOVE LASTNAME  TO NF-LAST-NAME
           CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
              ON EXCEPTION MOVE CUSTNAME TO NF-FIRST-LAST
           END-CALL
           MOVE NF-FIRST-LAST TO PRN-ADDR-TEXT
           WRITE LETTER-LINE FROM ADDRESS-LINE
           MOVE ADDR-LINE1 TO PRN-ADDR-TEXT
           WRITE LETTER-LINE FROM ADDRESS-LINE
           MOVE ADDR-CITY  TO PRN-CITY
           MOVE ADDR-STATE TO PRN-STATE
           MOVE ADDR-ZIP   TO PRN-ZIP
           WRITE LETTER-LINE FROM CITY-STATE-ZIP-LINE.
       PRINT-OVERDUE-INVOICE.
           IF WS-INV-IDNUM(WS-INVOICE-IDX) = IDNUM
              AND WS-INV-BALANCE(WS-INVOICE-IDX) > ZERO
              AND WS-INV-BUCKET(WS-INVOICE-IDX) > 1
              MOVE WS-INV-NUMBER(WS-INVOICE-IDX)  TO PRN-INV-NUMBER
              MOVE WS-INV-DUE(WS-INVOICE-IDX)     TO PRN-INV-DUE
              MOVE WS-INV-DAYS(WS-INVOICE-IDX)    TO PRN-INV-DAYS
              MOVE WS-INV-BALANCE(WS-INVOICE-IDX) TO PRN-INV-AMOUNT
              WRITE LETTER-LINE FROM INVOICE-LINE
           END-IF.
       WRITE-HISTORY.
           MOVE SPACES TO HISTORY-RECORD
           MOVE IDNUM           TO DH-IDNUM
           MOVE WS-CUST-LEVEL   TO DH-LEVEL
           MOVE WS-CURRENT-DATE TO DH-DATE
           MOVE WS-CUST-OVERDUE TO DH-AMOUNT
           WRITE HISTORY-RECORD.
       SET-COLLECTION-HOLD.
           MOVE ZERO TO WS-CREDIT-FOUND
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
              UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
              IF WS-CRD-IDNUM(WS-CREDIT-IDX) = IDNUM
                 MOVE WS-CREDIT-IDX TO WS-CREDIT-FOUND
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-CREDIT-FOUND = ZERO
                 ADD 1 TO WS-NO-CREDIT-COUNT
                 MOVE 'LETTER SENT - NO CREDIT RECORD TO HOLD'
                    TO PRN-REG-ACTION
              WHEN WS-CRD-HOLD(WS-CREDIT-FOUND) = 'H'
                 MOVE 'LETTER SENT - ALREADY ON HOLD'
                    TO PRN-REG-ACTION
              WHEN OTHER
                 MOVE 'H' TO WS-CRD-HOLD(WS-CREDIT-FOUND)
                 MOVE 'Y' TO WS-CREDIT-CHANGED
                 ADD 1 TO WS-HOLD-COUNT
                 MOVE 'LETTER SENT - COLLECTION HOLD SET'
                    TO PRN-REG-ACTION
                 MOVE 'W' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'COLLECTION HOLD SET ON CUSTOMER ' IDNUM
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
           END-EVALUATE.
       REWRITE-CREDIT-FILE.
           OPEN OUTPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING CREDIT.DAT, STATUS: '
                 WS-CREDIT-STATUS
              MOVE 'E' TO WS-CREDIT-CHANGED
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
       END PROGRAM ARDUN.
