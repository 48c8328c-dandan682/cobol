       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MNTJRNL.
      ***************************************
      * MAINTENANCE JOURNAL WRITER, CALLED BY THE MASTER-FILE MENUS
      * (PRODMNT, PRICEMNT, CREDMNT, STOREMNT, SUBJMNT, HOLMNT)
      * AFTER EVERY CHANGE, THE WAY LOGMSG IS CALLED FOR OPERATIONS
      * MESSAGES. APPENDS ONE TIMESTAMPED LINE CARRYING THE
      * SIGNED-ON OPERATOR AND THE BEFORE/AFTER IMAGES TO
      * maint-journal.log (LAYOUT MJRREC).
      * MJP-RC: 0 WRITTEN, 12 JOURNAL COULD NOT BE OPENED.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-JOURNAL ASSIGN TO "maint-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MAINT-JOURNAL.
           COPY MJRREC.
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS  PIC XX.
       01 WS-JRN-DATE        PIC 9(8).
      * THE TIME REGISTER CARRIES HHMMSSCC; ONLY HHMMSS IS KEPT.
       01 WS-JRN-TIME-RAW    PIC 9(8).
       01 WS-JRN-TIME-R REDEFINES WS-JRN-TIME-RAW.
          05 WS-JRN-TIME     PIC 9(6).
          05 FILLER          PIC 9(2).
       LINKAGE SECTION.
       01 MNTJRNL-PARMS.
          05 MJP-PROGRAM       PIC X(8).
          05 MJP-OPERATOR      PIC X(8).
          05 MJP-ACTION        PIC X(10).
          05 MJP-KEY           PIC X(20).
          05 MJP-BEFORE-IMAGE  PIC X(120).
          05 MJP-AFTER-IMAGE   PIC X(120).
          05 MJP-RC            PIC 9(2).
       PROCEDURE DIVISION USING MNTJRNL-PARMS.
           MOVE ZERO TO MJP-RC
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME-RAW FROM TIME
           OPEN EXTEND MAINT-JOURNAL
           IF WS-JOURNAL-STATUS = '00' OR '05'
              MOVE SPACES           TO MAINT-JOURNAL-RECORD
              MOVE MJP-PROGRAM      TO MJR-PROGRAM
              MOVE MJP-ACTION       TO MJR-ACTION
              MOVE WS-JRN-DATE      TO MJR-DATE
              MOVE WS-JRN-TIME      TO MJR-TIME
              MOVE MJP-OPERATOR     TO MJR-OPERATOR
              MOVE MJP-KEY          TO MJR-KEY
              MOVE MJP-BEFORE-IMAGE TO MJR-BEFORE-IMAGE
              MOVE MJP-AFTER-IMAGE  TO MJR-AFTER-IMAGE
              WRITE MAINT-JOURNAL-RECORD
              CLOSE MAINT-JOURNAL
           ELSE
              DISPLAY 'MNTJRNL: CANNOT OPEN maint-journal.log, STATUS '
                 WS-JOURNAL-STATUS
              MOVE 12 TO MJP-RC
           END-IF
           GOBACK.
       END PROGRAM MNTJRNL.
