       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FILE20.
      ***************************************
      * CUSTOMER ANONYMISATION. REPLACES ONE CUSTOMER'S NAME,
      * ADDRESS AND PHONE WITH A PLACEHOLDER WHEREVER THE SHOP HOLDS
      * THEM, WHILE THE ORDERS, INVOICES, LEDGER, CREDIT LINE AND THE
      * IDNUM ITSELF STAY AS THEY ARE, SO THE BOOKS STILL BALANCE:
      *
      *   customer.txt        THE MASTER RECORD (REWRITTEN BY KEY)
      *   CUSTOMER.DAT        THE FILE06 EXTRACT, UNTIL ITS NEXT RUN
      *   shipto.dat          THE CUSTOMER'S DELIVERY ADDRESSES
      *   FILE11 ARCHIVES     custarch-YYYYMMDD.dat ON custarch.lst
      *   file05-journal.log  BEFORE- AND AFTER-IMAGES OF THE
      *                       CUSTOMER AND SHIP-TO ACTIONS
      *
      * THE PLACEHOLDER IS 'ANONYMISED' IN THE NAME, STREET AND CITY
      * FIELDS WITH THE ZIP AND PHONE BLANKED. THE STATE IS KEPT,
      * SINCE SALES TAX AND TERRITORIES FOLLOW IT, AND THE MAIL FLAG
      * IS SET TO 'S' SO THE CUSTOMER NEVER REACHES A FILE10 EXPORT.
      * THE CHANGE TO THE MASTER IS JOURNALED AS ANONCUST WITH NO
      * BEFORE-IMAGE, AND FILE14 REPLAYS IT, SO RECOVERING THE
      * MASTER FROM AN OLDER BACKUP DOES NOT BRING THE DATA BACK.
      * NOTES ARE FREE TEXT AND ARE NOT CHANGED; THE REPORT COUNTS
      * THEM SO THEY CAN BE REVIEWED BY HAND IN FILE05.
      *
      * THE JOB IS REFUSED, WITH NOTHING CHANGED, WHEN:
      *   - THE OPERATOR DOES NOT SIGN ON THROUGH SIGNON AS A
      *     SUPERVISOR ALLOWED TO CHANGE THROUGH FILE20
      *   - FILE05 OPERATORS ARE SIGNED ON (BUSY TOKENS HELD)
      *   - THE CUSTOMER'S AR LEDGER DOES NOT NET TO ZERO
      *   - CREDIT.DAT STILL CARRIES A BALANCE FOR THE CUSTOMER
      *   - ANY ORDER LINE IS STILL OPEN, PICKED, SHIPPED OR
      *     BACKORDERED (NOT YET BILLED OR CANCELLED)
      *
      * WHAT WAS DONE, OR WHY IT WAS REFUSED, GOES TO custanon.rpt.
      * COPIES ALREADY TAKEN BY custbackup.dat, THE FILE12
      * GENERATIONS AND THE BKPSET BACKUP SETS STILL HOLD THE OLD
      * DATA UNTIL THEY AGE OUT.
      *
      * COMMAND LINE: IDNUM. THE OPERATOR THEN SIGNS ON WITH ID AND
      * PASSWORD THROUGH THE SHARED SIGNON ROUTINE.
      * RETURN CODE 0 DONE, 4 NOTHING HELD FOR THE IDNUM, 8 BAD
      * COMMAND LINE OR REFUSED, 12 I/O ERROR.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "customer.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNUM
              ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS CUSTPHONE WITH DUPLICATES
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
           SELECT OPTIONAL NOTES-FILE ASSIGN TO "custnotes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTES-STATUS.
           SELECT OPTIONAL TOKEN-FILE ASSIGN TO "opertoken.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOKEN-STATUS.
           SELECT OPTIONAL ARCHIVE-REGISTER ASSIGN TO "custarch.lst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT OPTIONAL SCRUB-FILE ASSIGN TO DYNAMIC WS-SCRUB-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCRUB-STATUS.
           SELECT OPTIONAL SCRUB-WORK ASSIGN TO "CUSTANON.TMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORK-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "file05-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ANON-REPORT      ASSIGN TO "custanon.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMERDATA.
           02 IDNUM                PIC 9(5).
           02 FIRSTNAME            PIC X(15).
           02 LASTNAME             PIC X(15).
           02 ADDR-LINE1           PIC X(25).
           02 ADDR-CITY            PIC X(15).
           02 ADDR-STATE           PIC X(02).
           02 ADDR-ZIP             PIC X(10).
           02 CUSTPHONE            PIC X(14).
           02 MAILFLAG             PIC X(01).
       FD ORDERS-FILE.
           COPY ORDREC.
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
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
          02 CRD-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 CRD-LIMIT            PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-BALANCE          PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-HOLD             PIC X.
       FD NOTES-FILE.
       01 NOTE-RECORD.
           02 NOTE-IDNUM           PIC 9(5).
           02 FILLER               PIC X(86).
       FD TOKEN-FILE.
       01 TOKEN-RECORD.
           02 TOK-OPERATOR         PIC X(8).
           02 FILLER               PIC X.
           02 TOK-DATE             PIC 9(8).
           02 FILLER               PIC X.
           02 TOK-TIME             PIC 9(6).
       FD ARCHIVE-REGISTER.
       01 REGISTER-RECORD.
           02 REG-ARCHIVE-DATE     PIC X(8).
      * THE LINE SEQUENTIAL FILES BEING CLEANED ARE STREAMED
      * THROUGH ONE WORK FILE AND COPIED BACK, AS FILE11 REWRITES
      * CUSTOMER.DAT THROUGH CUSTKEEP.TMP.
       FD SCRUB-FILE.
       01 SCRUB-RECORD             PIC X(256).
       FD SCRUB-WORK.
       01 WORK-RECORD              PIC X(256).
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           02 JRN-ACTION           PIC X(10).
           02 FILLER               PIC X.
           02 JRN-DATE             PIC 9(8).
           02 FILLER               PIC X.
           02 JRN-TIME             PIC 9(6).
           02 FILLER               PIC X.
           02 JRN-OPERATOR         PIC X(8).
           02 FILLER               PIC X.
           02 JRN-IDNUM            PIC 9(5).
           02 FILLER               PIC X.
           02 JRN-BEFORE-IMAGE     PIC X(102).
           02 FILLER               PIC X.
           02 JRN-AFTER-IMAGE      PIC X(102).
       FD ANON-REPORT.
       01 PRINT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING.
          02 FILLER                PIC X(35) VALUE
             'CUSTOMER ANONYMISATION - CUSTOMER'.
          02 PRH-IDNUM             PIC 9(5).
          02 FILLER                PIC X(4) VALUE SPACES.
          02 FILLER                PIC X(9) VALUE 'OPERATOR'.
          02 PRH-OPERATOR          PIC X(8).
       01 DISPOSITION-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 PRD-FILE              PIC X(30).
          02 FILLER                PIC X(3) VALUE ' - '.
          02 PRD-COUNT             PIC ZZZZ9.
          02 FILLER                PIC X VALUE SPACE.
          02 PRD-DISPOSITION       PIC X(30).
       01 REFUSAL-LINE.
          02 FILLER                PIC X(10) VALUE 'REFUSED - '.
          02 PRR-REASON            PIC X(45) VALUE SPACES.
          02 PRR-AMOUNT            PIC -,---,--9.99
                                   BLANK WHEN ZERO VALUE ZERO.
       01 REPORT-FOOTING           PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE               PIC X(80) VALUE SPACES.
       01 WS-CUSTFILE-STATUS       PIC X(2).
       01 WS-ORDERS-STATUS         PIC X(2).
       01 WS-LEDGER-STATUS         PIC X(2).
       01 WS-CREDIT-STATUS         PIC X(2).
       01 WS-NOTES-STATUS          PIC X(2).
       01 WS-TOKEN-STATUS          PIC X(2).
       01 WS-REGISTER-STATUS       PIC X(2).
       01 WS-SCRUB-STATUS          PIC X(2).
       01 WS-WORK-STATUS           PIC X(2).
       01 WS-JOURNAL-STATUS        PIC X(2).
       01 WS-REPORT-STATUS         PIC X(2).
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
       01 WS-CMDLINE               PIC X(30).
       01 WS-IDNUM-TEXT            PIC X(5) JUSTIFIED RIGHT.
       01 WS-IDNUM                 PIC 9(5).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-CURRENT-DATE          PIC 9(8).
      * THE TIME REGISTER CARRIES HHMMSSCC; ONLY HHMMSS IS KEPT.
       01 WS-TIME-RAW              PIC 9(8).
       01 WS-TIME-R REDEFINES WS-TIME-RAW.
          05 WS-CURRENT-TIME       PIC 9(6).
          05 FILLER                PIC 9(2).
       01 WS-REFUSED               PIC X VALUE 'N'.
       01 WS-IO-ERROR              PIC X VALUE 'N'.
       01 WS-OPERATOR-OK           PIC X VALUE 'N'.
       01 WS-TOKEN-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-SIGNED-AMOUNT         PIC S9(7)V99.
       01 WS-NET-BALANCE           PIC S9(8)V99 VALUE ZERO.
       01 WS-CREDIT-BALANCE        PIC S9(8)V99 VALUE ZERO.
       01 WS-OPEN-LINES            PIC 9(5) VALUE ZERO.
       01 WS-NOTE-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-CHANGED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-CHANGED         PIC 9(6) VALUE ZERO.
       01 WS-MASTER-CHANGED        PIC X VALUE 'N'.
       01 WS-SCRUB-ORIGINAL        PIC X(256).
      * WHICH LAYOUT THE FILE IN SCRUB-FILE HAS: C = CUSTOMER
      * RECORDS, S = SHIP-TO LINES, J = THE FILE05 JOURNAL.
       01 WS-SCRUB-NAME            PIC X(24).
       01 WS-SCRUB-KIND            PIC X.
       01 WS-SCRUB-TITLE           PIC X(30).
       01 WS-ARCH-TABLE.
          02 WS-ARCH-DATE          PIC X(8) OCCURS 200 TIMES.
       01 WS-ARCH-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-ARCH-IDX              PIC 9(3) VALUE ZERO.
       01 WS-ARCH-SEEN             PIC X.
       01 WS-PLACEHOLDER           PIC X(10) VALUE 'ANONYMISED'.
      * A CUSTOMER RECORD AND A SHIP-TO LINE AS THEY ARE CLEANED,
      * WHICHEVER FILE OR JOURNAL IMAGE THEY CAME FROM.
       01 ANON-CUSTOMER.
           02 ANC-IDNUM            PIC 9(5).
           02 ANC-FIRSTNAME        PIC X(15).
           02 ANC-LASTNAME         PIC X(15).
           02 ANC-ADDR-LINE1       PIC X(25).
           02 ANC-ADDR-CITY        PIC X(15).
           02 ANC-ADDR-STATE       PIC X(02).
           02 ANC-ADDR-ZIP         PIC X(10).
           02 ANC-CUSTPHONE        PIC X(14).
           02 ANC-MAILFLAG         PIC X(01).
       01 ANON-SHIPTO.
           02 ANS-IDNUM            PIC 9(5).
           02 FILLER               PIC X.
           02 ANS-SHIPTO-NUM       PIC 9(2).
           02 FILLER               PIC X.
           02 ANS-NAME             PIC X(30).
           02 FILLER               PIC X.
           02 ANS-ADDR-LINE1       PIC X(25).
           02 FILLER               PIC X.
           02 ANS-CITY             PIC X(15).
           02 FILLER               PIC X.
           02 ANS-STATE            PIC X(2).
           02 FILLER               PIC X.
           02 ANS-ZIP              PIC X(10).
       01 ANON-JOURNAL.
           02 ANJ-ACTION           PIC X(10).
           02 FILLER               PIC X(26).
           02 ANJ-IDNUM            PIC 9(5).
           02 FILLER               PIC X.
           02 ANJ-BEFORE-IMAGE     PIC X(102).
           02 FILLER               PIC X.
           02 ANJ-AFTER-IMAGE      PIC X(102).
           02 FILLER               PIC X(9).
       01 WS-LOGMSG-PROG           PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM           PIC X(8) VALUE 'FILE20'.
          05 LOG-SEVERITY          PIC X.
          05 LOG-MESSAGE           PIC X(80).
       01 WS-SIGNON-PROG           PIC X(6) VALUE 'SIGNON'.
       01 SIGNON-PARMS.
          05 SGN-PROGRAM           PIC X(8) VALUE 'FILE20'.
          05 SGN-UPDATE-DEFAULT    PIC X VALUE 'S'.
          05 SGN-OPERATOR-ID       PIC X(8).
          05 SGN-AUTHORITY         PIC X.
          05 SGN-CAN-UPDATE        PIC X.
             88 SGN-UPDATE-ALLOWED VALUE 'Y'.
          05 SGN-RC                PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'FILE20 - CUSTOMER ANONYMISATION'
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO WS-IDNUM-TEXT WS-OPERATOR-ID
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
              INTO WS-IDNUM-TEXT
           INSPECT WS-IDNUM-TEXT REPLACING LEADING SPACE BY ZERO
           IF WS-IDNUM-TEXT NOT NUMERIC OR WS-IDNUM-TEXT = ZERO
              DISPLAY 'COMMAND LINE MUST GIVE THE IDNUM: '
                 WS-CMDLINE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-IDNUM-TEXT TO WS-IDNUM
           PERFORM SIGN-ON-OPERATOR
           OPEN OUTPUT ANON-REPORT
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING custanon.rpt, STATUS: '
                 WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-IDNUM       TO PRH-IDNUM
           MOVE WS-OPERATOR-ID TO PRH-OPERATOR
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM CHECK-OPERATOR
           PERFORM CHECK-BUSY-TOKENS
           PERFORM CHECK-LEDGER-BALANCE
           PERFORM CHECK-CREDIT-BALANCE
           PERFORM CHECK-OPEN-ORDERS
           IF WS-REFUSED = 'Y'
              WRITE PRINT-LINE FROM BLANK-LINE
              WRITE PRINT-LINE FROM REPORT-FOOTING
              CLOSE ANON-REPORT
              DISPLAY 'ANONYMISATION REFUSED - SEE custanon.rpt'
              MOVE 'W' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'ANONYMISATION OF CUSTOMER ' WS-IDNUM
                 ' REFUSED, OPERATOR ' WS-OPERATOR-ID
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ANONYMISE-MASTER
           MOVE 'CUSTOMER.DAT' TO WS-SCRUB-NAME
           MOVE 'C'            TO WS-SCRUB-KIND
           MOVE 'CUSTOMER EXTRACT CUSTOMER.DAT' TO WS-SCRUB-TITLE
           PERFORM SCRUB-ONE-FILE
           MOVE 'shipto.dat'   TO WS-SCRUB-NAME
           MOVE 'S'            TO WS-SCRUB-KIND
           MOVE 'SHIP-TO LINES shipto.dat' TO WS-SCRUB-TITLE
           PERFORM SCRUB-ONE-FILE
           PERFORM LOAD-ARCHIVE-REGISTER
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
              UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
              MOVE SPACES TO WS-SCRUB-NAME WS-SCRUB-TITLE
              STRING 'custarch-' WS-ARCH-DATE(WS-ARCH-IDX) '.dat'
                 DELIMITED BY SIZE INTO WS-SCRUB-NAME
              MOVE 'C' TO WS-SCRUB-KIND
              STRING 'FILE11 ARCHIVE ' WS-ARCH-DATE(WS-ARCH-IDX)
                 DELIMITED BY SIZE INTO WS-SCRUB-TITLE
              PERFORM SCRUB-ONE-FILE
           END-PERFORM
           MOVE 'file05-journal.log' TO WS-SCRUB-NAME
           MOVE 'J'            TO WS-SCRUB-KIND
           MOVE 'JOURNAL LINES file05-journal' TO WS-SCRUB-TITLE
           PERFORM SCRUB-ONE-FILE
           IF WS-MASTER-CHANGED = 'Y'
              PERFORM JOURNAL-ANONYMISATION
           END-IF
           PERFORM COUNT-NOTES
           MOVE 'NOTES custnotes.dat'  TO PRD-FILE
           MOVE WS-NOTE-COUNT          TO PRD-COUNT
           MOVE 'KEPT - REVIEW BY HAND' TO PRD-DISPOSITION
           WRITE PRINT-LINE FROM DISPOSITION-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE ANON-REPORT
           DISPLAY 'CUSTOMER ' WS-IDNUM ' - RECORDS ANONYMISED: '
              WS-TOTAL-CHANGED
           MOVE SPACES TO LOG-MESSAGE
           STRING 'CUSTOMER ' WS-IDNUM ' ANONYMISED BY '
              WS-OPERATOR-ID ' RECORDS ' WS-TOTAL-CHANGED
              DELIMITED BY SIZE INTO LOG-MESSAGE
           EVALUATE TRUE
              WHEN WS-IO-ERROR = 'Y'
                 MOVE 'E' TO LOG-SEVERITY
                 MOVE 12 TO RETURN-CODE
              WHEN WS-TOTAL-CHANGED = ZERO
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-OPS-LOG
           GOBACK.
       WRITE-OPS-LOG.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       REFUSE.
           MOVE 'Y' TO WS-REFUSED
           WRITE PRINT-LINE FROM REFUSAL-LINE
           MOVE SPACES TO PRR-REASON
           MOVE ZERO TO PRR-AMOUNT.
       SIGN-ON-OPERATOR.
      * ONLY A SUPERVISOR MAY ANONYMISE, AS ONLY A SUPERVISOR MAY
      * DELETE A CUSTOMER IN FILE05. SIGNON CHECKS THE PASSWORD,
      * LOCKS OUT REPEATED FAILURES AND LOGS THE ATTEMPT; THE
      * OPERATOR MUST COME BACK SIGNED ON, AS A SUPERVISOR, WITH
      * CHANGES ALLOWED IN FILE20.
           MOVE 'N' TO WS-OPERATOR-OK
           CALL WS-SIGNON-PROG USING SIGNON-PARMS
              ON EXCEPTION MOVE 8 TO SGN-RC
           END-CALL
           IF SGN-RC = ZERO
              MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
              IF SGN-AUTHORITY = 'S' AND SGN-UPDATE-ALLOWED
                 MOVE 'Y' TO WS-OPERATOR-OK
              END-IF
           END-IF.
       CHECK-OPERATOR.
           IF WS-OPERATOR-OK = 'N'
              IF SGN-RC NOT = ZERO
                 MOVE 'OPERATOR DID NOT SIGN ON' TO PRR-REASON
              ELSE
                 MOVE 'OPERATOR IS NOT A SUPERVISOR' TO PRR-REASON
              END-IF
              PERFORM REFUSE
           END-IF.
       CHECK-BUSY-TOKENS.
      * THE JOURNAL AND MASTER ARE REWRITTEN, SO NO FILE05 SESSION
      * MAY BE APPENDING TO THEM MEANWHILE.
           MOVE ZERO TO WS-TOKEN-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TOKEN-FILE
           IF WS-TOKEN-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ TOKEN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END ADD 1 TO WS-TOKEN-COUNT
                 END-READ
              END-PERFORM
           END-IF
           IF WS-TOKEN-STATUS = '00' OR '05' OR '10'
              CLOSE TOKEN-FILE
           END-IF
           IF WS-TOKEN-COUNT > ZERO
              MOVE 'FILE05 OPERATORS ARE SIGNED ON' TO PRR-REASON
              PERFORM REFUSE
           END-IF.
       CHECK-LEDGER-BALANCE.
           MOVE ZERO TO WS-NET-BALANCE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ LEDGER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF LGR-IDNUM = WS-IDNUM
                          PERFORM SIGN-LEDGER-AMOUNT
                          ADD WS-SIGNED-AMOUNT TO WS-NET-BALANCE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-LEDGER-STATUS = '00' OR '05' OR '10'
              CLOSE LEDGER-FILE
           END-IF
           IF WS-NET-BALANCE NOT = ZERO
              MOVE 'OPEN AR LEDGER BALANCE' TO PRR-REASON
              MOVE WS-NET-BALANCE TO PRR-AMOUNT
              PERFORM REFUSE
           END-IF.
       SIGN-LEDGER-AMOUNT.
      * THE SAME SIGNS ARSTMT GIVES THE POSTING TYPES; ANY OTHER
      * TYPE IS LEFT OUT OF THE BALANCE.
           EVALUATE LGR-TYPE
              WHEN 'INV'
              WHEN 'FIN'
              WHEN 'UAP'
                 MOVE LGR-AMOUNT TO WS-SIGNED-AMOUNT
              WHEN 'PAY'
              WHEN 'CRM'
              WHEN 'WOF'
              WHEN 'DSC'
              WHEN 'UAC'
                 COMPUTE WS-SIGNED-AMOUNT = 0 - LGR-AMOUNT
              WHEN OTHER
                 MOVE ZERO TO WS-SIGNED-AMOUNT
           END-EVALUATE.
       CHECK-CREDIT-BALANCE.
           MOVE ZERO TO WS-CREDIT-BALANCE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ CREDIT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF CRD-IDNUM = WS-IDNUM
                          ADD CRD-BALANCE TO WS-CREDIT-BALANCE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-CREDIT-STATUS = '00' OR '05' OR '10'
              CLOSE CREDIT-FILE
           END-IF
           IF WS-CREDIT-BALANCE NOT = ZERO
              MOVE 'BALANCE STILL ON CREDIT.DAT' TO PRR-REASON
              MOVE WS-CREDIT-BALANCE TO PRR-AMOUNT
              PERFORM REFUSE
           END-IF.
       CHECK-OPEN-ORDERS.
      * ONLY BILLED AND CANCELLED LINES ARE FINISHED WITH; ANY
      * OTHER STATUS STILL NEEDS THE SHIP-TO OR MAIN ADDRESS.
           MOVE ZERO TO WS-OPEN-LINES
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS = '00'
              MOVE WS-IDNUM TO ORD-IDNUM
              START ORDERS-FILE KEY IS EQUAL TO ORD-IDNUM
                 INVALID KEY SET WS-EOF TO TRUE
              END-START
              PERFORM UNTIL WS-EOF
                 READ ORDERS-FILE NEXT RECORD
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF ORD-IDNUM NOT = WS-IDNUM
                          SET WS-EOF TO TRUE
                       ELSE
                          IF NOT ORD-BILLED AND NOT ORD-CANCELLED
                             ADD 1 TO WS-OPEN-LINES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-ORDERS-STATUS = '00' OR '05' OR '10' OR '23'
              CLOSE ORDERS-FILE
           END-IF
           IF WS-OPEN-LINES > ZERO
              STRING 'ORDER LINES NOT BILLED OR CANCELLED: '
                 WS-OPEN-LINES DELIMITED BY SIZE INTO PRR-REASON
              PERFORM REFUSE
           END-IF.
       ANONYMISE-MASTER.
           MOVE 'CUSTOMER MASTER customer.txt' TO PRD-FILE
           MOVE ZERO TO PRD-COUNT
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS NOT = '00'
              MOVE 'FILE NOT AVAILABLE' TO PRD-DISPOSITION
           ELSE
              MOVE WS-IDNUM TO IDNUM
              READ CUSTOMER-FILE
                 INVALID KEY
                    MOVE 'NOT ON THE MASTER' TO PRD-DISPOSITION
                 NOT INVALID KEY
                    MOVE CUSTOMERDATA TO ANON-CUSTOMER
                    PERFORM APPLY-CUSTOMER-PLACEHOLDER
                    IF ANON-CUSTOMER = CUSTOMERDATA
                       MOVE 'ALREADY ANONYMISED' TO PRD-DISPOSITION
                    ELSE
                       PERFORM REWRITE-MASTER
                    END-IF
              END-READ
           END-IF
           IF WS-CUSTFILE-STATUS = '00' OR '05' OR '10' OR '23'
              CLOSE CUSTOMER-FILE
           END-IF
           WRITE PRINT-LINE FROM DISPOSITION-LINE.
       REWRITE-MASTER.
           MOVE ANON-CUSTOMER TO CUSTOMERDATA
           REWRITE CUSTOMERDATA
              INVALID KEY
                 MOVE 'REWRITE FAILED' TO PRD-DISPOSITION
                 MOVE 'Y' TO WS-IO-ERROR
              NOT INVALID KEY
                 MOVE 'Y' TO WS-MASTER-CHANGED
                 MOVE 1 TO PRD-COUNT
                 ADD 1 TO WS-TOTAL-CHANGED
                 MOVE 'ANONYMISED' TO PRD-DISPOSITION
           END-REWRITE.
       APPLY-CUSTOMER-PLACEHOLDER.
           MOVE WS-PLACEHOLDER TO ANC-FIRSTNAME
           MOVE WS-PLACEHOLDER TO ANC-LASTNAME
           MOVE WS-PLACEHOLDER TO ANC-ADDR-LINE1
           MOVE WS-PLACEHOLDER TO ANC-ADDR-CITY
           MOVE SPACES         TO ANC-ADDR-ZIP
           MOVE SPACES         TO ANC-CUSTPHONE
           MOVE 'S'            TO ANC-MAILFLAG.
       APPLY-SHIPTO-PLACEHOLDER.
           MOVE WS-PLACEHOLDER TO ANS-NAME
           MOVE WS-PLACEHOLDER TO ANS-ADDR-LINE1
           MOVE WS-PLACEHOLDER TO ANS-CITY
           MOVE SPACES         TO ANS-ZIP.
       SCRUB-ONE-FILE.
      * PASS ONE COPIES THE FILE TO THE WORK FILE, CLEANING THE
      * CUSTOMER'S LINES ON THE WAY; ONLY WHEN A LINE CHANGED AND
      * THE WHOLE FILE IS SAFELY ON THE WORK FILE DOES PASS TWO COPY
      * IT BACK OVER THE ORIGINAL.
           MOVE WS-SCRUB-TITLE TO PRD-FILE
           MOVE ZERO TO WS-CHANGED-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SCRUB-FILE
           IF WS-SCRUB-STATUS NOT = '00'
              IF WS-SCRUB-STATUS = '05'
                 CLOSE SCRUB-FILE
              END-IF
              MOVE ZERO TO PRD-COUNT
              MOVE 'FILE NOT AVAILABLE' TO PRD-DISPOSITION
              WRITE PRINT-LINE FROM DISPOSITION-LINE
           ELSE
              OPEN OUTPUT SCRUB-WORK
              IF WS-WORK-STATUS NOT = '00' AND '05'
                 DISPLAY 'ERROR OPENING CUSTANON.TMP, STATUS: '
                    WS-WORK-STATUS
                 CLOSE SCRUB-FILE
                 MOVE 'Y' TO WS-IO-ERROR
                 MOVE ZERO TO PRD-COUNT
                 MOVE 'NOT CHANGED - WORK FILE ERROR' TO PRD-DISPOSITION
                 WRITE PRINT-LINE FROM DISPOSITION-LINE
              ELSE
                 PERFORM UNTIL WS-EOF
                    READ SCRUB-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM SCRUB-ONE-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE SCRUB-FILE, SCRUB-WORK
                 IF WS-CHANGED-COUNT > ZERO
                    PERFORM REPLACE-FROM-WORK
                 END-IF
                 MOVE WS-CHANGED-COUNT TO PRD-COUNT
                 IF WS-CHANGED-COUNT > ZERO
                    MOVE 'ANONYMISED' TO PRD-DISPOSITION
                 ELSE
                    MOVE 'NOTHING TO CHANGE' TO PRD-DISPOSITION
                 END-IF
                 WRITE PRINT-LINE FROM DISPOSITION-LINE
                 ADD WS-CHANGED-COUNT TO WS-TOTAL-CHANGED
              END-IF
           END-IF.
       SCRUB-ONE-RECORD.
      * A LINE ALREADY CLEANED BY AN EARLIER RUN IS NOT COUNTED.
           MOVE SCRUB-RECORD TO WS-SCRUB-ORIGINAL
           EVALUATE WS-SCRUB-KIND
              WHEN 'C'
                 MOVE SCRUB-RECORD TO ANON-CUSTOMER
                 IF ANC-IDNUM = WS-IDNUM
                    PERFORM APPLY-CUSTOMER-PLACEHOLDER
                    MOVE ANON-CUSTOMER TO SCRUB-RECORD
                 END-IF
              WHEN 'S'
                 MOVE SCRUB-RECORD TO ANON-SHIPTO
                 IF ANS-IDNUM = WS-IDNUM
                    PERFORM APPLY-SHIPTO-PLACEHOLDER
                    MOVE ANON-SHIPTO TO SCRUB-RECORD
                 END-IF
              WHEN 'J'
                 MOVE SCRUB-RECORD TO ANON-JOURNAL
                 IF ANJ-IDNUM = WS-IDNUM
                    PERFORM SCRUB-JOURNAL-IMAGES
                    MOVE ANON-JOURNAL TO SCRUB-RECORD
                 END-IF
           END-EVALUATE
           IF SCRUB-RECORD NOT = WS-SCRUB-ORIGINAL
              ADD 1 TO WS-CHANGED-COUNT
           END-IF
           MOVE SCRUB-RECORD TO WORK-RECORD
           WRITE WORK-RECORD.
       SCRUB-JOURNAL-IMAGES.
      * CUSTOMER ACTIONS CARRY CUSTOMER RECORDS, SHIP-TO ACTIONS
      * SHIP-TO LINES. A BLANK IMAGE (THE BEFORE OF AN ADD, THE
      * AFTER OF A DELETE) STAYS BLANK.
           EVALUATE ANJ-ACTION
              WHEN 'ADDSHIPTO'
              WHEN 'CHGSHIPTO'
              WHEN 'DELSHIPTO'
                 IF ANJ-BEFORE-IMAGE NOT = SPACES
                    MOVE ANJ-BEFORE-IMAGE TO ANON-SHIPTO
                    PERFORM APPLY-SHIPTO-PLACEHOLDER
                    MOVE ANON-SHIPTO TO ANJ-BEFORE-IMAGE
                 END-IF
                 IF ANJ-AFTER-IMAGE NOT = SPACES
                    MOVE ANJ-AFTER-IMAGE TO ANON-SHIPTO
                    PERFORM APPLY-SHIPTO-PLACEHOLDER
                    MOVE ANON-SHIPTO TO ANJ-AFTER-IMAGE
                 END-IF
              WHEN OTHER
                 IF ANJ-BEFORE-IMAGE NOT = SPACES
                    MOVE ANJ-BEFORE-IMAGE TO ANON-CUSTOMER
                    PERFORM APPLY-CUSTOMER-PLACEHOLDER
                    MOVE ANON-CUSTOMER TO ANJ-BEFORE-IMAGE
                 END-IF
                 IF ANJ-AFTER-IMAGE NOT = SPACES
                    MOVE ANJ-AFTER-IMAGE TO ANON-CUSTOMER
                    PERFORM APPLY-CUSTOMER-PLACEHOLDER
                    MOVE ANON-CUSTOMER TO ANJ-AFTER-IMAGE
                 END-IF
           END-EVALUATE.
       REPLACE-FROM-WORK.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SCRUB-WORK
           IF WS-WORK-STATUS NOT = '00'
              DISPLAY 'ERROR RE-OPENING CUSTANON.TMP, STATUS: '
                 WS-WORK-STATUS
              DISPLAY WS-SCRUB-NAME ' NOT REWRITTEN'
              MOVE 'Y' TO WS-IO-ERROR
              MOVE ZERO TO WS-CHANGED-COUNT
           ELSE
              OPEN OUTPUT SCRUB-FILE
              IF WS-SCRUB-STATUS NOT = '00' AND '05'
                 DISPLAY 'ERROR OPENING ' WS-SCRUB-NAME ', STATUS: '
                    WS-SCRUB-STATUS
                 CLOSE SCRUB-WORK
                 MOVE 'Y' TO WS-IO-ERROR
                 MOVE ZERO TO WS-CHANGED-COUNT
              ELSE
                 PERFORM UNTIL WS-EOF
                    READ SCRUB-WORK
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          MOVE WORK-RECORD TO SCRUB-RECORD
                          WRITE SCRUB-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE SCRUB-WORK, SCRUB-FILE
              END-IF
           END-IF.
       JOURNAL-ANONYMISATION.
      * THE PLACEHOLDER RECORD AS AN AFTER-IMAGE WITH NO BEFORE-
      * IMAGE: ENOUGH FOR FILE14 TO REPEAT IT, NOTHING TO UNDO IT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00' OR '05'
              MOVE SPACES          TO JOURNAL-RECORD
              MOVE 'ANONCUST'      TO JRN-ACTION
              MOVE WS-CURRENT-DATE TO JRN-DATE
              MOVE WS-CURRENT-TIME TO JRN-TIME
              MOVE WS-OPERATOR-ID  TO JRN-OPERATOR
              MOVE WS-IDNUM        TO JRN-IDNUM
              MOVE ANON-CUSTOMER   TO JRN-AFTER-IMAGE
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           ELSE
              DISPLAY 'ERROR ON JOURNAL OPEN - FILE STATUS '
                 WS-JOURNAL-STATUS
              MOVE 'Y' TO WS-IO-ERROR
           END-IF.
       LOAD-ARCHIVE-REGISTER.
      * A DATE REGISTERED TWICE IS CLEANED ONCE.
           MOVE ZERO TO WS-ARCH-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ARCHIVE-REGISTER
           IF WS-REGISTER-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ ARCHIVE-REGISTER
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM ADD-ARCHIVE-DATE
                 END-READ
              END-PERFORM
           END-IF
           IF WS-REGISTER-STATUS = '00' OR '05' OR '10'
              CLOSE ARCHIVE-REGISTER
           END-IF.
       ADD-ARCHIVE-DATE.
           MOVE 'N' TO WS-ARCH-SEEN
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
              UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
              IF WS-ARCH-DATE(WS-ARCH-IDX) = REG-ARCHIVE-DATE
                 MOVE 'Y' TO WS-ARCH-SEEN
              END-IF
           END-PERFORM
           IF WS-ARCH-SEEN = 'N' AND REG-ARCHIVE-DATE NOT = SPACES
              IF WS-ARCH-COUNT < 200
                 ADD 1 TO WS-ARCH-COUNT
                 MOVE REG-ARCHIVE-DATE TO WS-ARCH-DATE(WS-ARCH-COUNT)
              ELSE
                 DISPLAY 'ARCHIVE REGISTER FULL - DATE SKIPPED: '
                    REG-ARCHIVE-DATE
              END-IF
           END-IF.
       COUNT-NOTES.
           MOVE ZERO TO WS-NOTE-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ NOTES-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF NOTE-IDNUM = WS-IDNUM
                          ADD 1 TO WS-NOTE-COUNT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-NOTES-STATUS = '00' OR '05' OR '10'
              CLOSE NOTES-FILE
           END-IF.
       END PROGRAM FILE20.
