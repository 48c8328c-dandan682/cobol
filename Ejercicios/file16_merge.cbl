      * A DISPOSITION REPORT SHOWS EVERY PAIR AND WHAT MOVED, SO
      * DUPLICATES ACTUALLY GET CLEANED UP INSTEAD OF JUST
      * DETECTED.
      *
      * ONCE CUSTOMER.DAT IS REWRITTEN EACH DROPPED CUSTOMER IS
      * JOURNALED TO file05-journal.log AS AN ARCHCUST UNDER
      * OPERATOR FILE16, AND THE ARCHIVE DATE IS REGISTERED IN
      * custarch.lst THE WAY FILE11 REGISTERS ITS PURGES.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL ARCHIVE-REGISTER ASSIGN TO "custarch.lst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "file05-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MERGE-REPORT ASSIGN TO "custmerge.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
          02 LGR-AMOUNT           PIC 9(7)V99.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD           PIC X(102).
       FD ARCHIVE-REGISTER.
       01 REGISTER-RECORD.
           02 REG-ARCHIVE-DATE     PIC X(8).
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
       FD MERGE-REPORT.
       01 PRINT-LINE               PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-REGISTER-STATUS       PIC X(2).
       01 WS-REGISTERED            PIC X VALUE 'N'.
       01 WS-JOURNAL-STATUS        PIC X(2).
       01 WS-JOURNAL-OPEN          PIC X VALUE 'N'.
      * THE TIME REGISTER CARRIES HHMMSSCC; ONLY HHMMSS IS KEPT.
       01 WS-TIME-RAW              PIC 9(8).
       01 WS-TIME-R REDEFINES WS-TIME-RAW.
          05 WS-CURRENT-TIME       PIC 9(6).
          05 FILLER                PIC 9(2).
      * THE THREE FILES HELD IN STORAGE WHILE THE PAIRS APPLY, THEN
      * REWRITTEN ONCE AT THE END.
       01 WS-CUST-TABLE.
       01 WS-CUST-IDX              PIC 9(4) VALUE ZERO.
       01 WS-ORDER-TABLE.
          05 WS-ORDER-ENTRY OCCURS 2000 TIMES.
             10 WS-ORD-DATA        PIC X(81).
       01 WS-ORDER-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-ORDER-IDX             PIC 9(4) VALUE ZERO.
       01 WS-LEDGER-TABLE.
              PERFORM REWRITE-CUSTOMER-FILE
              PERFORM REWRITE-ORDER-FILE
              PERFORM REWRITE-LEDGER-FILE
              PERFORM REGISTER-ARCHIVE-DATE
           END-IF
           DISPLAY 'PAIRS MERGED:  ' WS-MERGED-COUNT
           DISPLAY 'PAIRS REFUSED: ' WS-REFUSED-COUNT
              DISPLAY 'ERROR REWRITING CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS
           ELSE
              MOVE 'N' TO WS-JOURNAL-OPEN
              OPEN EXTEND JOURNAL-FILE
              IF WS-JOURNAL-STATUS = '00' OR '05'
                 MOVE 'Y' TO WS-JOURNAL-OPEN
              ELSE
                 DISPLAY 'ERROR OPENING file05-journal.log, STATUS: '
                    WS-JOURNAL-STATUS
                 DISPLAY 'DROPPED CUSTOMERS WILL NOT BE JOURNALED'
              END-IF
              PERFORM WRITE-ONE-CUSTOMER
                 VARYING WS-CUST-IDX FROM 1 BY 1
                 UNTIL WS-CUST-IDX > WS-CUST-COUNT
              CLOSE CUSTOMER-FILE
              IF WS-JOURNAL-OPEN = 'Y'
                 CLOSE JOURNAL-FILE
              END-IF
           END-IF.
       WRITE-ONE-CUSTOMER.
           IF WS-CUST-DROPPED(WS-CUST-IDX) = 'N'
              MOVE WS-CUST-DATA(WS-CUST-IDX) TO CUSTOMERDATA
              WRITE CUSTOMERDATA
           ELSE
              IF WS-JOURNAL-OPEN = 'Y'
                 PERFORM WRITE-JOURNAL
              END-IF
           END-IF.
       WRITE-JOURNAL.
      * THE DROPPED CUSTOMER LEAVES THE FILE LIKE A FILE11 PURGE, SO
      * THE LINE IS AN ARCHCUST CARRYING THE BEFORE-IMAGE.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-CUST-DATA(WS-CUST-IDX) TO CUSTOMERDATA
           MOVE SPACES          TO JOURNAL-RECORD
           MOVE 'ARCHCUST'      TO JRN-ACTION
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-CURRENT-TIME TO JRN-TIME
           MOVE 'FILE16'        TO JRN-OPERATOR
           MOVE IDNUM           TO JRN-IDNUM
           MOVE CUSTOMERDATA    TO JRN-BEFORE-IMAGE
           WRITE JOURNAL-RECORD.
       REGISTER-ARCHIVE-DATE.
      * THE SAME custarch.lst FILE11 KEEPS; A DATE ALREADY THERE IS
      * NOT ADDED TWICE.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-REGISTERED
           OPEN INPUT ARCHIVE-REGISTER
           IF WS-REGISTER-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ ARCHIVE-REGISTER
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF REG-ARCHIVE-DATE = WS-CURRENT-DATE
                          MOVE 'Y' TO WS-REGISTERED
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-REGISTER-STATUS = '00' OR '05' OR '10'
              CLOSE ARCHIVE-REGISTER
           END-IF
           IF WS-REGISTERED = 'N'
              OPEN EXTEND ARCHIVE-REGISTER
              IF WS-REGISTER-STATUS = '00' OR '05'
                 MOVE WS-CURRENT-DATE TO REG-ARCHIVE-DATE
                 WRITE REGISTER-RECORD
                 CLOSE ARCHIVE-REGISTER
              ELSE
                 DISPLAY 'ERROR OPENING custarch.lst, STATUS: '
                    WS-REGISTER-STATUS
              END-IF
           END-IF.
       REWRITE-ORDER-FILE.
           OPEN OUTPUT ORDERS-FILE
