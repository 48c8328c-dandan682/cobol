      * REPORT OF WHAT WAS ARCHIVED. IN RESTORE MODE THE LISTED
      * CUSTOMERS ARE REINSTATED ONTO CUSTOMER.DAT FROM THE ARCHIVE.
      *
      * EVERY DATE THAT RECEIVED AN ARCHIVE IS ADDED TO THE
      * REGISTER custarch.lst, SO THE PRIVACY JOBS (FILE19, FILE20)
      * CAN FIND A CUSTOMER IN THE ARCHIVES AS WELL AS ON THE MASTER.
      *
      * EACH CUSTOMER ARCHIVED OR RESTORED IS JOURNALED TO
      * file05-journal.log (ARCHCUST WITH THE BEFORE-IMAGE, RESTCUST
      * WITH THE AFTER-IMAGE) UNDER OPERATOR FILE11, SO THE DAILY
      * CHANGE FEED (FILE21) PASSES THEM DOWNSTREAM.
      *
      * COMMAND LINE: PURGE
      *               RESTORE YYYYMMDD   (DATE NAMES THE ARCHIVE)
      ***************************************
           SELECT OPTIONAL KEEP-FILE ASSIGN TO "CUSTKEEP.TMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KEEP-STATUS.
           SELECT OPTIONAL ARCHIVE-REGISTER ASSIGN TO "custarch.lst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "file05-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PURGE-REPORT     ASSIGN TO "custpurge.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTES-FILE ASSIGN TO "custnotes.dat"
       01 ARCHIVE-RECORD           PIC X(102).
       FD KEEP-FILE.
       01 KEEP-RECORD              PIC X(102).
      * ONE ARCHIVE DATE PER LINE, IN THE ORDER THE PURGES RAN.
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
       FD PURGE-REPORT.
       01 PRINT-LINE               PIC X(60).
      * CUSTOMER NOTES TRAVEL WITH THEIR CUSTOMER: PURGED
       01 WS-NOTEKEEP-STATUS       PIC X(2).
       01 WS-NOTARCH-NAME          PIC X(24).
       01 WS-NOTES-MOVED           PIC 9(5) VALUE ZERO.
       01 WS-REGISTER-STATUS       PIC X(2).
       01 WS-REGISTERED            PIC X VALUE 'N'.
       01 WS-JOURNAL-STATUS        PIC X(2).
       01 WS-JOURNAL-OPEN          PIC X VALUE 'N'.
       01 WS-JRN-ACTION            PIC X(10).
      * THE TIME REGISTER CARRIES HHMMSSCC; ONLY HHMMSS IS KEPT.
       01 WS-TIME-RAW              PIC 9(8).
       01 WS-TIME-R REDEFINES WS-TIME-RAW.
          05 WS-CURRENT-TIME       PIC 9(6).
          05 FILLER                PIC 9(2).
      ***************************************
       PROCEDURE DIVISION.
           DISPLAY 'FILE11 - CUSTOMER ARCHIVE/PURGE'
              CLOSE CUSTOMER-FILE, ARCHIVE-FILE
              GOBACK
           END-IF
           PERFORM OPEN-JOURNAL
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-FILE
                 AT END SET WS-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE, ARCHIVE-FILE, KEEP-FILE
           PERFORM CLOSE-JOURNAL
           PERFORM REPLACE-MASTER-FROM-KEEP
           PERFORM PURGE-CUSTOMER-NOTES
           IF WS-ARCHIVED-COUNT > ZERO
              PERFORM REGISTER-ARCHIVE-DATE
           END-IF.
       REGISTER-ARCHIVE-DATE.
      * A SECOND PURGE ON THE SAME DAY EXTENDS THE SAME ARCHIVE, SO
      * ITS DATE IS ONLY REGISTERED ONCE.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-REGISTERED
           OPEN INPUT ARCHIVE-REGISTER
           IF WS-REGISTER-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ ARCHIVE-REGISTER
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF REG-ARCHIVE-DATE = WS-ARCHIVE-DATE
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
                 MOVE WS-ARCHIVE-DATE TO REG-ARCHIVE-DATE
                 WRITE REGISTER-RECORD
                 CLOSE ARCHIVE-REGISTER
              ELSE
                 DISPLAY 'ERROR OPENING custarch.lst, STATUS: '
                    WS-REGISTER-STATUS
              END-IF
           END-IF.
       PURGE-CUSTOMER-NOTES.
      * THE LISTED CUSTOMERS' NOTES STREAM TO THE DATED NOTES
      * ARCHIVE THE SAME WAY THE CUSTOMERS THEMSELVES DID.
              MOVE CUSTOMERDATA TO ARCHIVE-RECORD
              WRITE ARCHIVE-RECORD
              ADD 1 TO WS-ARCHIVED-COUNT
              MOVE 'ARCHCUST' TO WS-JRN-ACTION
              PERFORM WRITE-JOURNAL
              MOVE IDNUM TO PRN-IDNUM
              MOVE 'ARCHIVED' TO PRN-DISPOSITION
              WRITE PRINT-LINE FROM DISPOSITION-LINE
              GOBACK
           END-IF
           OPEN EXTEND CUSTOMER-FILE
           PERFORM OPEN-JOURNAL
           PERFORM UNTIL WS-EOF
              READ ARCHIVE-FILE
                 AT END SET WS-EOF TO TRUE
                    IF WS-ID-MATCH = 'Y'
                       WRITE CUSTOMERDATA
                       ADD 1 TO WS-RESTORED-COUNT
                       MOVE 'RESTCUST' TO WS-JRN-ACTION
                       PERFORM WRITE-JOURNAL
                       MOVE IDNUM TO PRN-IDNUM
                       MOVE 'RESTORED' TO PRN-DISPOSITION
                       WRITE PRINT-LINE FROM DISPOSITION-LINE
              END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE, CUSTOMER-FILE
           PERFORM CLOSE-JOURNAL
           PERFORM RESTORE-CUSTOMER-NOTES.
       RESTORE-CUSTOMER-NOTES.
      * THE LISTED CUSTOMERS' NOTES COME BACK FROM THE DATED NOTES
              CLOSE NOTES-ARCHIVE, NOTES-FILE
              DISPLAY 'NOTES RESTORED: ' WS-NOTES-MOVED
           END-IF.
       OPEN-JOURNAL.
      * A JOURNAL THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT STOP
      * THE PURGE OR RESTORE ITSELF.
           MOVE 'N' TO WS-JOURNAL-OPEN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00' OR '05'
              MOVE 'Y' TO WS-JOURNAL-OPEN
           ELSE
              DISPLAY 'ERROR OPENING file05-journal.log, STATUS: '
                 WS-JOURNAL-STATUS
              DISPLAY 'CUSTOMER CHANGES WILL NOT BE JOURNALED'
           END-IF.
       CLOSE-JOURNAL.
           IF WS-JOURNAL-OPEN = 'Y'
              CLOSE JOURNAL-FILE
              MOVE 'N' TO WS-JOURNAL-OPEN
           END-IF.
       WRITE-JOURNAL.
      * AN ARCHIVED CUSTOMER CARRIES THEIR BEFORE-IMAGE, A RESTORED
      * ONE THEIR AFTER-IMAGE, AS FILE05 DOES FOR A DELETE AND AN ADD.
           IF WS-JOURNAL-OPEN = 'Y'
              ACCEPT WS-TIME-RAW FROM TIME
              MOVE SPACES          TO JOURNAL-RECORD
              MOVE WS-JRN-ACTION   TO JRN-ACTION
              MOVE WS-CURRENT-DATE TO JRN-DATE
              MOVE WS-CURRENT-TIME TO JRN-TIME
              MOVE 'FILE11'        TO JRN-OPERATOR
              MOVE IDNUM           TO JRN-IDNUM
              IF WS-JRN-ACTION = 'ARCHCUST'
                 MOVE CUSTOMERDATA TO JRN-BEFORE-IMAGE
              ELSE
                 MOVE CUSTOMERDATA TO JRN-AFTER-IMAGE
              END-IF
              WRITE JOURNAL-RECORD
           END-IF.
       MATCH-ID-LIST.
           MOVE 'N' TO WS-ID-MATCH
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
