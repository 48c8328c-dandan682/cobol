      * (MAILFLAG = 'S'), SO THE NIGHTLY FILE06 EXTRACT CARRIES THE
      * FLAG TO CUSTOMER.DAT AND THE NEXT FILE10 EXPORT EXCLUDES
      * THEM. A REPORT LISTS WHAT WAS SUPPRESSED AND WHY, AND WHICH
      * IDS WERE NOT ON FILE. EACH FLAG SET IS JOURNALED TO
      * file05-journal.log AS AN UPDATECUST UNDER OPERATOR FILE13,
      * SO FILE14 RECOVERY REPLAYS IT AND FILE21 FEEDS IT DOWNSTREAM.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS CUSTPHONE WITH DUPLICATES
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "file05-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SUPPRESS-REPORT  ASSIGN TO "mailsupp.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 ADDR-ZIP             PIC X(10).
           02 CUSTPHONE            PIC X(14).
           02 MAILFLAG             PIC X(01).
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
       FD SUPPRESS-REPORT.
       01 PRINT-LINE               PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-SUPPRESSED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-NOT-FOUND-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-JOURNAL-STATUS        PIC X(2).
       01 WS-BEFORE-IMAGE          PIC X(102).
       01 WS-CURRENT-DATE          PIC 9(8).
      * THE TIME REGISTER CARRIES HHMMSSCC; ONLY HHMMSS IS KEPT.
       01 WS-TIME-RAW              PIC 9(8).
       01 WS-TIME-R REDEFINES WS-TIME-RAW.
          05 WS-CURRENT-TIME       PIC 9(6).
          05 FILLER                PIC 9(2).
       01 WS-LOGMSG-PROG           PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM           PIC X(8) VALUE 'FILE13'.
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING file05-journal.log, STATUS: '
                 WS-JOURNAL-STATUS
              CLOSE SUPPRESS-FILE, CUSTOMER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SUPPRESS-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
                 NOT AT END PERFORM SUPPRESS-ONE-CUSTOMER
              END-READ
           END-PERFORM
           CLOSE SUPPRESS-FILE, CUSTOMER-FILE, JOURNAL-FILE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-SUPPRESSED-COUNT TO PRN-SUPPRESSED
           WRITE PRINT-LINE FROM COUNT-LINE-1
                    ADD 1 TO WS-ALREADY-COUNT
                    MOVE 'ALREADY SUPPRESSED' TO PRN-DISPOSITION
                 ELSE
                    MOVE CUSTOMERDATA TO WS-BEFORE-IMAGE
                    MOVE 'S' TO MAILFLAG
                    REWRITE CUSTOMERDATA
                       INVALID KEY
                       NOT INVALID KEY
                          ADD 1 TO WS-SUPPRESSED-COUNT
                          MOVE 'SUPPRESSED' TO PRN-DISPOSITION
                          PERFORM WRITE-JOURNAL
                    END-REWRITE
                 END-IF
           END-READ
           WRITE PRINT-LINE FROM SUPPRESS-DETAIL-LINE.
       WRITE-JOURNAL.
      * THE SAME BEFORE/AFTER-IMAGE LINE FILE05 WRITES FOR AN
      * OPERATOR'S UPDATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES          TO JOURNAL-RECORD
           MOVE 'UPDATECUST'    TO JRN-ACTION
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-CURRENT-TIME TO JRN-TIME
           MOVE 'FILE13'        TO JRN-OPERATOR
           MOVE IDNUM           TO JRN-IDNUM
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMERDATA    TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.
       END PROGRAM FILE13.
