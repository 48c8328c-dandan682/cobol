       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FILE19.
      ***************************************
      * CUSTOMER PERSONAL-DATA ACCESS REPORT. GATHERS EVERYTHING THE
      * SHOP HOLDS ON ONE CUSTOMER INTO custaccess.rpt, ONE SECTION
      * PER FILE, SO A CUSTOMER'S REQUEST TO SEE THEIR DATA CAN BE
      * ANSWERED FROM ONE RUN:
      *
      *   customer.txt        THE INDEXED MASTER FILE05 MAINTAINS
      *   CUSTOMER.DAT        THE NIGHTLY FILE06 EXTRACT OF IT
      *   shipto.dat          DELIVERY ADDRESSES
      *   CREDIT.DAT          CREDIT LIMIT, BALANCE AND HOLD
      *   custnotes.dat       NOTES TAKEN ON THE PHONE
      *   ORDERS.DAT          ORDER LINES, BY THE ORD-IDNUM KEY
      *   INVOICE.DAT         INVOICES
      *   ARLEDGER.DAT        LEDGER POSTINGS, WITH THE NET BALANCE
      *   FILE11 ARCHIVES     custarch-/custnarch-YYYYMMDD.dat FOR
      *                       EVERY DATE ON THE custarch.lst REGISTER
      *   file05-journal.log  MAINTENANCE ACTIONS WITH BOTH IMAGES
      *
      * ARCHIVES WRITTEN BEFORE FILE11 KEPT THE REGISTER ARE ADDED
      * TO custarch.lst BY HAND, ONE YYYYMMDD DATE PER LINE. EVERY
      * FILE IS OPTIONAL: ONE THAT IS NOT THERE IS SAID SO IN ITS
      * SECTION. FILE20 ANONYMISES WHAT THIS REPORT FINDS.
      *
      * COMMAND LINE: IDNUM
      * RETURN CODE 0 WHEN ANYTHING IS HELD, 4 WHEN NOTHING IS,
      * 8 FOR A BAD IDNUM, 12 WHEN THE REPORT CANNOT BE WRITTEN.
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
           SELECT OPTIONAL EXTRACT-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shipto.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
           SELECT OPTIONAL NOTES-FILE ASSIGN TO "custnotes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTES-STATUS.
           SELECT OPTIONAL ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL ARCHIVE-REGISTER ASSIGN TO "custarch.lst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE
              ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL NOTES-ARCHIVE
              ASSIGN TO DYNAMIC WS-NOTARCH-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTARCH-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "file05-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ACCESS-REPORT    ASSIGN TO "custaccess.rpt"
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
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
           02 EXT-IDNUM            PIC 9(5).
           02 FILLER               PIC X(97).
       FD SHIPTO-FILE.
           COPY SHTREC.
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
           02 FILLER               PIC X.
           02 NOTE-DATE            PIC 9(8).
           02 FILLER               PIC X.
           02 NOTE-TIME            PIC 9(6).
           02 FILLER               PIC X.
           02 NOTE-OPERATOR        PIC X(8).
           02 FILLER               PIC X.
           02 NOTE-TEXT            PIC X(60).
       FD ORDERS-FILE.
           COPY ORDREC.
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
       FD ARCHIVE-REGISTER.
       01 REGISTER-RECORD.
           02 REG-ARCHIVE-DATE     PIC X(8).
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           02 ARC-IDNUM            PIC 9(5).
           02 FILLER               PIC X(97).
       FD NOTES-ARCHIVE.
       01 NOTES-ARCHIVE-RECORD.
           02 NAR-IDNUM            PIC 9(5).
           02 FILLER               PIC X(86).
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
       FD ACCESS-REPORT.
       01 PRINT-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING.
          02 FILLER                PIC X(40) VALUE
             'PERSONAL DATA HELD FOR CUSTOMER'.
          02 PRH-IDNUM             PIC 9(5).
          02 FILLER                PIC X(6) VALUE SPACES.
          02 FILLER                PIC X(8) VALUE 'AS AT'.
          02 PRH-DATE              PIC 9(8).
       01 SECTION-HEADING.
          02 FILLER                PIC X(4) VALUE '*** '.
          02 PRS-TITLE             PIC X(60).
       01 SECTION-COUNT-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 PRC-COUNT             PIC ZZZZ9.
          02 FILLER                PIC X(14) VALUE ' RECORD(S)'.
          02 PRC-NOTE              PIC X(50).
       01 LABEL-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 PRL-LABEL             PIC X(14) VALUE SPACES.
          02 FILLER                PIC X(2) VALUE ': '.
          02 PRL-VALUE             PIC X(100) VALUE SPACES.
       01 SHIPTO-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 PRT-SHIPTO-NUM        PIC 99.
          02 FILLER                PIC X(2) VALUE SPACES.
          02 PRT-NAME              PIC X(30).
          02 FILLER                PIC X VALUE SPACE.
          02 PRT-ADDR              PIC X(25).
          02 FILLER                PIC X VALUE SPACE.
          02 PRT-CITY              PIC X(15).
          02 FILLER                PIC X VALUE SPACE.
          02 PRT-STATE             PIC X(2).
          02 FILLER                PIC X VALUE SPACE.
          02 PRT-ZIP               PIC X(10).
       01 CREDIT-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 FILLER                PIC X(7) VALUE 'LIMIT '.
          02 PRK-LIMIT             PIC Z,ZZZ,ZZ9.99.
          02 FILLER                PIC X(11) VALUE '  BALANCE '.
          02 PRK-BALANCE           PIC Z,ZZZ,ZZ9.99.
          02 FILLER                PIC X(8) VALUE '  HOLD '.
          02 PRK-HOLD              PIC X.
       01 NOTE-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 PRN-DATE              PIC 9(8).
          02 FILLER                PIC X VALUE SPACE.
          02 PRN-TIME              PIC 9(6).
          02 FILLER                PIC X VALUE SPACE.
          02 PRN-OPERATOR          PIC X(8).
          02 FILLER                PIC X VALUE SPACE.
          02 PRN-TEXT              PIC X(60).
       01 ORDER-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 PRO-ORDER-NUM         PIC 9(6).
          02 FILLER                PIC X VALUE '/'.
          02 PRO-LINE-NUM          PIC 9(4).
          02 FILLER                PIC X VALUE SPACE.
          02 PRO-DATE              PIC 9(8).
          02 FILLER                PIC X VALUE SPACE.
          02 PRO-PRODNAME          PIC X(10).
          02 FILLER                PIC X VALUE SPACE.
          02 PRO-SIZE              PIC X.
          02 FILLER                PIC X VALUE SPACE.
          02 PRO-QTY               PIC ZZZ9.
          02 FILLER                PIC X VALUE SPACE.
          02 PRO-EXT-PRICE         PIC Z,ZZZ,ZZ9.99.
          02 FILLER                PIC X(9) VALUE '  STATUS '.
          02 PRO-STATUS            PIC X.
          02 FILLER                PIC X(10) VALUE '  INVOICE '.
          02 PRO-INVOICE           PIC X(6).
          02 FILLER                PIC X(10) VALUE '  SHIP-TO '.
          02 PRO-SHIPTO            PIC X(2).
       01 INVOICE-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 PRI-NUMBER            PIC 9(6).
          02 FILLER                PIC X VALUE SPACE.
          02 PRI-DATE              PIC 9(8).
          02 FILLER                PIC X(8) VALUE ' AMOUNT '.
          02 PRI-AMOUNT            PIC Z,ZZZ,ZZ9.99.
          02 FILLER                PIC X(5) VALUE ' TAX '.
          02 PRI-TAX               PIC Z,ZZZ,ZZ9.99.
          02 FILLER                PIC X(5) VALUE ' DUE '.
          02 PRI-DUE-DATE          PIC 9(8).
       01 LEDGER-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 PRG-DATE              PIC 9(8).
          02 FILLER                PIC X VALUE SPACE.
          02 PRG-TYPE              PIC X(3).
          02 FILLER                PIC X VALUE SPACE.
          02 PRG-REF               PIC 9(6).
          02 FILLER                PIC X VALUE SPACE.
          02 PRG-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 BALANCE-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 FILLER                PIC X(20) VALUE 'NET LEDGER BALANCE'.
          02 PRB-BALANCE           PIC -,---,--9.99.
       01 ARCHIVE-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 PRA-DATE              PIC X(8).
          02 FILLER                PIC X VALUE SPACE.
          02 PRA-KIND              PIC X(9).
          02 FILLER                PIC X VALUE SPACE.
          02 PRA-IMAGE             PIC X(102).
       01 JOURNAL-LINE.
          02 FILLER                PIC X(4) VALUE SPACES.
          02 PRJ-DATE              PIC 9(8).
          02 FILLER                PIC X VALUE SPACE.
          02 PRJ-TIME              PIC 9(6).
          02 FILLER                PIC X VALUE SPACE.
          02 PRJ-ACTION            PIC X(10).
          02 FILLER                PIC X VALUE SPACE.
          02 PRJ-OPERATOR          PIC X(8).
       01 IMAGE-LINE.
          02 FILLER                PIC X(6) VALUE SPACES.
          02 PRM-LABEL             PIC X(7).
          02 FILLER                PIC X VALUE SPACE.
          02 PRM-IMAGE             PIC X(102).
       01 TOTAL-LINE.
          02 FILLER                PIC X(30) VALUE
             'RECORDS HELD, ALL FILES:'.
          02 PRT-TOTAL             PIC ZZZZZ9.
       01 REPORT-FOOTING           PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE               PIC X(132) VALUE SPACES.
       01 WS-CUSTFILE-STATUS       PIC X(2).
       01 WS-EXTRACT-STATUS        PIC X(2).
       01 WS-SHIPTO-STATUS         PIC X(2).
       01 WS-CREDIT-STATUS         PIC X(2).
       01 WS-NOTES-STATUS          PIC X(2).
       01 WS-ORDERS-STATUS         PIC X(2).
       01 WS-INVOICE-STATUS        PIC X(2).
       01 WS-LEDGER-STATUS         PIC X(2).
       01 WS-REGISTER-STATUS       PIC X(2).
       01 WS-ARCHIVE-STATUS        PIC X(2).
       01 WS-NOTARCH-STATUS        PIC X(2).
       01 WS-JOURNAL-STATUS        PIC X(2).
       01 WS-REPORT-STATUS         PIC X(2).
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
       01 WS-CMDLINE               PIC X(20).
       01 WS-IDNUM-TEXT            PIC X(5) JUSTIFIED RIGHT.
       01 WS-IDNUM                 PIC 9(5).
       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-SECTION-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-SIGNED-AMOUNT         PIC S9(7)V99.
       01 WS-NET-BALANCE           PIC S9(8)V99 VALUE ZERO.
       01 WS-ARCHIVE-NAME          PIC X(24).
       01 WS-NOTARCH-NAME          PIC X(24).
       01 WS-ARCH-TABLE.
          02 WS-ARCH-DATE          PIC X(8) OCCURS 200 TIMES.
       01 WS-ARCH-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-ARCH-IDX              PIC 9(3) VALUE ZERO.
       01 WS-ARCH-SEEN             PIC X.
       01 WS-LOGMSG-PROG           PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM           PIC X(8) VALUE 'FILE19'.
          05 LOG-SEVERITY          PIC X.
          05 LOG-MESSAGE           PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'FILE19 - CUSTOMER PERSONAL-DATA ACCESS REPORT'
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO WS-IDNUM-TEXT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
              INTO WS-IDNUM-TEXT
           INSPECT WS-IDNUM-TEXT REPLACING LEADING SPACE BY ZERO
           IF WS-IDNUM-TEXT NOT NUMERIC OR WS-IDNUM-TEXT = ZERO
              DISPLAY 'COMMAND LINE MUST GIVE THE CUSTOMER IDNUM: '
                 WS-CMDLINE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-IDNUM-TEXT TO WS-IDNUM
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ACCESS-REPORT
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING custaccess.rpt, STATUS: '
                 WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-IDNUM        TO PRH-IDNUM
           MOVE WS-CURRENT-DATE TO PRH-DATE
           WRITE PRINT-LINE FROM PAGE-HEADING
           PERFORM REPORT-MASTER
           PERFORM REPORT-EXTRACT
           PERFORM REPORT-SHIPTOS
           PERFORM REPORT-CREDIT
           PERFORM REPORT-NOTES
           PERFORM REPORT-ORDERS
           PERFORM REPORT-INVOICES
           PERFORM REPORT-LEDGER
           PERFORM REPORT-ARCHIVES
           PERFORM REPORT-JOURNAL
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-TOTAL-COUNT TO PRT-TOTAL
           WRITE PRINT-LINE FROM TOTAL-LINE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE ACCESS-REPORT
           DISPLAY 'CUSTOMER ' WS-IDNUM ' - RECORDS HELD: '
              WS-TOTAL-COUNT
      * EVERY LOOK AT A CUSTOMER'S WHOLE FILE IS ITSELF WORTH A
      * LINE IN THE OPERATIONS LOG.
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'ACCESS REPORT FOR CUSTOMER ' WS-IDNUM
              ' RECORDS ' WS-TOTAL-COUNT DELIMITED BY SIZE
              INTO LOG-MESSAGE
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL
           IF WS-TOTAL-COUNT = ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       START-SECTION.
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM SECTION-HEADING
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE SPACES TO PRC-NOTE
           MOVE 'N' TO WS-EOF-FLAG.
       END-SECTION.
           MOVE WS-SECTION-COUNT TO PRC-COUNT
           WRITE PRINT-LINE FROM SECTION-COUNT-LINE
           ADD WS-SECTION-COUNT TO WS-TOTAL-COUNT.
       WRITE-LABEL-LINE.
           WRITE PRINT-LINE FROM LABEL-LINE
           MOVE SPACES TO PRL-VALUE.
       REPORT-MASTER.
           MOVE 'CUSTOMER MASTER (customer.txt)' TO PRS-TITLE
           PERFORM START-SECTION
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS NOT = '00'
              MOVE ' - FILE NOT AVAILABLE' TO PRC-NOTE
           ELSE
              MOVE WS-IDNUM TO IDNUM
              READ CUSTOMER-FILE
                 INVALID KEY
                    MOVE ' - NOT ON THE MASTER' TO PRC-NOTE
                 NOT INVALID KEY
                    ADD 1 TO WS-SECTION-COUNT
                    PERFORM PRINT-MASTER-FIELDS
              END-READ
           END-IF
           IF WS-CUSTFILE-STATUS = '00' OR '05' OR '10' OR '23'
              CLOSE CUSTOMER-FILE
           END-IF
           PERFORM END-SECTION.
       PRINT-MASTER-FIELDS.
           MOVE 'NAME' TO PRL-LABEL
           STRING FIRSTNAME DELIMITED BY '  '
              ' ' LASTNAME DELIMITED BY SIZE INTO PRL-VALUE
           PERFORM WRITE-LABEL-LINE
           MOVE 'ADDRESS' TO PRL-LABEL
           MOVE ADDR-LINE1 TO PRL-VALUE
           PERFORM WRITE-LABEL-LINE
           MOVE 'CITY/STATE/ZIP' TO PRL-LABEL
           STRING ADDR-CITY ' ' ADDR-STATE ' ' ADDR-ZIP
              DELIMITED BY SIZE INTO PRL-VALUE
           PERFORM WRITE-LABEL-LINE
           MOVE 'PHONE' TO PRL-LABEL
           MOVE CUSTPHONE TO PRL-VALUE
           PERFORM WRITE-LABEL-LINE
           MOVE 'MAIL FLAG' TO PRL-LABEL
           MOVE MAILFLAG TO PRL-VALUE
           PERFORM WRITE-LABEL-LINE.
       REPORT-EXTRACT.
           MOVE 'CUSTOMER EXTRACT (CUSTOMER.DAT)' TO PRS-TITLE
           PERFORM START-SECTION
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
              MOVE ' - FILE NOT AVAILABLE' TO PRC-NOTE
           ELSE
              PERFORM UNTIL WS-EOF
                 READ EXTRACT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF EXT-IDNUM = WS-IDNUM
                          ADD 1 TO WS-SECTION-COUNT
                          MOVE 'RECORD' TO PRL-LABEL
                          MOVE EXTRACT-RECORD TO PRL-VALUE
                          PERFORM WRITE-LABEL-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-EXTRACT-STATUS = '00' OR '05' OR '10'
              CLOSE EXTRACT-FILE
           END-IF
           PERFORM END-SECTION.
       REPORT-SHIPTOS.
           MOVE 'SHIP-TO ADDRESSES (shipto.dat)' TO PRS-TITLE
           PERFORM START-SECTION
           OPEN INPUT SHIPTO-FILE
           IF WS-SHIPTO-STATUS NOT = '00'
              MOVE ' - FILE NOT AVAILABLE' TO PRC-NOTE
           ELSE
              PERFORM UNTIL WS-EOF
                 READ SHIPTO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF SHT-IDNUM = WS-IDNUM
                          ADD 1 TO WS-SECTION-COUNT
                          MOVE SHT-SHIPTO-NUM TO PRT-SHIPTO-NUM
                          MOVE SHT-NAME       TO PRT-NAME
                          MOVE SHT-ADDR-LINE1 TO PRT-ADDR
                          MOVE SHT-CITY       TO PRT-CITY
                          MOVE SHT-STATE      TO PRT-STATE
                          MOVE SHT-ZIP        TO PRT-ZIP
                          WRITE PRINT-LINE FROM SHIPTO-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-SHIPTO-STATUS = '00' OR '05' OR '10'
              CLOSE SHIPTO-FILE
           END-IF
           PERFORM END-SECTION.
       REPORT-CREDIT.
           MOVE 'CREDIT (CREDIT.DAT)' TO PRS-TITLE
           PERFORM START-SECTION
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = '00'
              MOVE ' - FILE NOT AVAILABLE' TO PRC-NOTE
           ELSE
              PERFORM UNTIL WS-EOF
                 READ CREDIT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF CRD-IDNUM = WS-IDNUM
                          ADD 1 TO WS-SECTION-COUNT
                          MOVE CRD-LIMIT   TO PRK-LIMIT
                          MOVE CRD-BALANCE TO PRK-BALANCE
                          MOVE CRD-HOLD    TO PRK-HOLD
                          WRITE PRINT-LINE FROM CREDIT-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-CREDIT-STATUS = '00' OR '05' OR '10'
              CLOSE CREDIT-FILE
           END-IF
           PERFORM END-SECTION.
       REPORT-NOTES.
           MOVE 'CUSTOMER NOTES (custnotes.dat)' TO PRS-TITLE
           PERFORM START-SECTION
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS NOT = '00'
              MOVE ' - FILE NOT AVAILABLE' TO PRC-NOTE
           ELSE
              PERFORM UNTIL WS-EOF
                 READ NOTES-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF NOTE-IDNUM = WS-IDNUM
                          ADD 1 TO WS-SECTION-COUNT
                          MOVE NOTE-DATE     TO PRN-DATE
                          MOVE NOTE-TIME     TO PRN-TIME
                          MOVE NOTE-OPERATOR TO PRN-OPERATOR
                          MOVE NOTE-TEXT     TO PRN-TEXT
                          WRITE PRINT-LINE FROM NOTE-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-NOTES-STATUS = '00' OR '05' OR '10'
              CLOSE NOTES-FILE
           END-IF
           PERFORM END-SECTION.
       REPORT-ORDERS.
      * THE ORD-IDNUM ALTERNATE KEY GOES STRAIGHT TO THE CUSTOMER'S
      * LINES; THEY COME BACK IN THE ORDER THEY WERE WRITTEN.
           MOVE 'ORDER LINES (ORDERS.DAT)' TO PRS-TITLE
           PERFORM START-SECTION
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              MOVE ' - FILE NOT AVAILABLE' TO PRC-NOTE
           ELSE
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
                          ADD 1 TO WS-SECTION-COUNT
                          PERFORM PRINT-ORDER-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-ORDERS-STATUS = '00' OR '05' OR '10' OR '23'
              CLOSE ORDERS-FILE
           END-IF
           PERFORM END-SECTION.
       PRINT-ORDER-LINE.
           MOVE ORD-ORDER-NUM   TO PRO-ORDER-NUM
           MOVE ORD-LINE-NUM    TO PRO-LINE-NUM
           MOVE ORD-DATE        TO PRO-DATE
           MOVE ORD-PRODNAME    TO PRO-PRODNAME
           MOVE ORD-SIZE        TO PRO-SIZE
           MOVE ORD-QTY         TO PRO-QTY
           MOVE ORD-EXT-PRICE   TO PRO-EXT-PRICE
           MOVE ORD-STATUS      TO PRO-STATUS
           MOVE ORD-INVOICE-NUM TO PRO-INVOICE
           MOVE ORD-SHIPTO-NUM  TO PRO-SHIPTO
           WRITE PRINT-LINE FROM ORDER-LINE.
       REPORT-INVOICES.
           MOVE 'INVOICES (INVOICE.DAT)' TO PRS-TITLE
           PERFORM START-SECTION
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00'
              MOVE ' - FILE NOT AVAILABLE' TO PRC-NOTE
           ELSE
              PERFORM UNTIL WS-EOF
                 READ INVOICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF INV-IDNUM = WS-IDNUM
                          ADD 1 TO WS-SECTION-COUNT
                          MOVE INV-NUMBER   TO PRI-NUMBER
                          MOVE INV-DATE     TO PRI-DATE
                          MOVE INV-AMOUNT   TO PRI-AMOUNT
                          MOVE INV-TAX      TO PRI-TAX
                          MOVE INV-DUE-DATE TO PRI-DUE-DATE
                          WRITE PRINT-LINE FROM INVOICE-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-INVOICE-STATUS = '00' OR '05' OR '10'
              CLOSE INVOICE-FILE
           END-IF
           PERFORM END-SECTION.
       REPORT-LEDGER.
           MOVE 'AR LEDGER (ARLEDGER.DAT)' TO PRS-TITLE
           PERFORM START-SECTION
           MOVE ZERO TO WS-NET-BALANCE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
              MOVE ' - FILE NOT AVAILABLE' TO PRC-NOTE
           ELSE
              PERFORM UNTIL WS-EOF
                 READ LEDGER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF LGR-IDNUM = WS-IDNUM
                          ADD 1 TO WS-SECTION-COUNT
                          MOVE LGR-DATE   TO PRG-DATE
                          MOVE LGR-TYPE   TO PRG-TYPE
                          MOVE LGR-REF    TO PRG-REF
                          MOVE LGR-AMOUNT TO PRG-AMOUNT
                          WRITE PRINT-LINE FROM LEDGER-LINE
                          PERFORM SIGN-LEDGER-AMOUNT
                          ADD WS-SIGNED-AMOUNT TO WS-NET-BALANCE
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-NET-BALANCE TO PRB-BALANCE
              WRITE PRINT-LINE FROM BALANCE-LINE
           END-IF
           IF WS-LEDGER-STATUS = '00' OR '05' OR '10'
              CLOSE LEDGER-FILE
           END-IF
           PERFORM END-SECTION.
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
       REPORT-ARCHIVES.
           MOVE 'FILE11 ARCHIVES (custarch.lst)' TO PRS-TITLE
           PERFORM START-SECTION
           PERFORM LOAD-ARCHIVE-REGISTER
           IF WS-ARCH-COUNT = ZERO
              MOVE ' - NO ARCHIVES REGISTERED' TO PRC-NOTE
           END-IF
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
              UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
              PERFORM SEARCH-ONE-ARCHIVE
           END-PERFORM
           PERFORM END-SECTION.
       LOAD-ARCHIVE-REGISTER.
      * A DATE REGISTERED TWICE IS SEARCHED ONCE.
           MOVE ZERO TO WS-ARCH-COUNT
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
       SEARCH-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME WS-NOTARCH-NAME
           STRING 'custarch-' WS-ARCH-DATE(WS-ARCH-IDX) '.dat'
              DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           STRING 'custnarch-' WS-ARCH-DATE(WS-ARCH-IDX) '.dat'
              DELIMITED BY SIZE INTO WS-NOTARCH-NAME
           MOVE WS-ARCH-DATE(WS-ARCH-IDX) TO PRA-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ ARCHIVE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF ARC-IDNUM = WS-IDNUM
                          ADD 1 TO WS-SECTION-COUNT
                          MOVE 'CUSTOMER' TO PRA-KIND
                          MOVE ARCHIVE-RECORD TO PRA-IMAGE
                          WRITE PRINT-LINE FROM ARCHIVE-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-ARCHIVE-STATUS = '00' OR '05' OR '10'
              CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT NOTES-ARCHIVE
           IF WS-NOTARCH-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ NOTES-ARCHIVE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF NAR-IDNUM = WS-IDNUM
                          ADD 1 TO WS-SECTION-COUNT
                          MOVE 'NOTE' TO PRA-KIND
                          MOVE NOTES-ARCHIVE-RECORD TO PRA-IMAGE
                          WRITE PRINT-LINE FROM ARCHIVE-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-NOTARCH-STATUS = '00' OR '05' OR '10'
              CLOSE NOTES-ARCHIVE
           END-IF.
       REPORT-JOURNAL.
           MOVE 'MAINTENANCE JOURNAL (file05-journal.log)' TO PRS-TITLE
           PERFORM START-SECTION
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
              MOVE ' - FILE NOT AVAILABLE' TO PRC-NOTE
           ELSE
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF JRN-IDNUM = WS-IDNUM
                          ADD 1 TO WS-SECTION-COUNT
                          PERFORM PRINT-JOURNAL-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-JOURNAL-STATUS = '00' OR '05' OR '10'
              CLOSE JOURNAL-FILE
           END-IF
           PERFORM END-SECTION.
       PRINT-JOURNAL-ENTRY.
           MOVE JRN-DATE     TO PRJ-DATE
           MOVE JRN-TIME     TO PRJ-TIME
           MOVE JRN-ACTION   TO PRJ-ACTION
           MOVE JRN-OPERATOR TO PRJ-OPERATOR
           WRITE PRINT-LINE FROM JOURNAL-LINE
           IF JRN-BEFORE-IMAGE NOT = SPACES
              MOVE 'BEFORE' TO PRM-LABEL
              MOVE JRN-BEFORE-IMAGE TO PRM-IMAGE
              WRITE PRINT-LINE FROM IMAGE-LINE
           END-IF
           IF JRN-AFTER-IMAGE NOT = SPACES
              MOVE 'AFTER' TO PRM-LABEL
              MOVE JRN-AFTER-IMAGE TO PRM-IMAGE
              WRITE PRINT-LINE FROM IMAGE-LINE
           END-IF.
       END PROGRAM FILE19.
