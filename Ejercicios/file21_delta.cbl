       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FILE21.
      ***************************************
      * DAILY CUSTOMER CHANGE FEED FOR THE DOWNSTREAM SYSTEMS. READS
      * THE BUSINESS DAY'S LINES OF file05-journal.log - THE ONLINE
      * MAINTENANCE OF FILE05 TOGETHER WITH THE FILE13 SUPPRESSIONS,
      * THE FILE11 ARCHIVES AND RESTORES, THE FILE16 MERGE DROPS AND
      * THE FILE20 ANONYMISATIONS JOURNALED THERE - AND WRITES
      * custdelta.dat (LAYOUT CDLREC) WITH ONE ADD, CHANGE OR DELETE
      * PER CUSTOMER TOUCHED THAT DAY, CARRYING THE AFTER-IMAGE.
      *
      * SEVERAL CHANGES TO ONE CUSTOMER IN A DAY COLLAPSE TO ONE:
      *   ON FILE BEFORE, ON FILE AFTER  - C (NONE IF THE DAY'S
      *                                    CHANGES CANCEL OUT)
      *   NEW THAT DAY,   ON FILE AFTER  - A
      *   ON FILE BEFORE, GONE AFTER     - D (NO AFTER-IMAGE)
      *   NEW THAT DAY,   GONE AFTER     - NOTHING TO SEND
      * SHIP-TO LINES LIVE ON shipto.dat AND ARE NOT PART OF THE FEED.
      *
      * SEQUENCE NUMBERS RUN ON FROM FEED TO FEED THROUGH THE
      * CONTROL FILE custdelta.ctl. A RERUN FOR THE SAME BUSINESS
      * DATE REISSUES THE SAME NUMBERS; A DATE EARLIER THAN THE LAST
      * FEED SENT IS REFUSED. THE FEED IS REGISTERED WITH CTLREG.
      *
      * BUSINESS DATE: PARAMS KEY DELTA-DATE (YYYYMMDD), FROM THE
      * COMMAND LINE (DELTA-DATE=...) OR RUNPARMS.DAT; TODAY WHEN
      * NOT GIVEN.
      * RETURN CODE: 0 FEED WRITTEN, 4 NO CHANGES THAT DAY,
      *              8 DATE REFUSED OR TOO MANY CUSTOMERS FOR ONE
      *              FEED, 12 FILE ERROR.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "file05-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT DELTA-FILE ASSIGN TO "custdelta.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DELTA-STATUS.
           SELECT OPTIONAL DELTA-CONTROL ASSIGN TO "custdelta.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD DELTA-FILE.
           COPY CDLREC.
      * ONE LINE: THE LAST BUSINESS DATE SENT AND THE FIRST AND LAST
      * SEQUENCE NUMBERS THAT FEED CARRIED.
       FD DELTA-CONTROL.
       01 DELTA-CONTROL-RECORD.
           02 DCT-LAST-DATE        PIC 9(8).
           02 FILLER               PIC X.
           02 DCT-FIRST-SEQ        PIC 9(9).
           02 FILLER               PIC X.
           02 DCT-LAST-SEQ         PIC 9(9).
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS        PIC X(2).
       01 WS-DELTA-STATUS          PIC X(2).
       01 WS-CONTROL-STATUS        PIC X(2).
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
       01 WS-CURRENT-DATE          PIC 9(8).
      * THE TIME REGISTER CARRIES HHMMSSCC; ONLY HHMMSS IS KEPT.
       01 WS-TIME-RAW              PIC 9(8).
       01 WS-TIME-R REDEFINES WS-TIME-RAW.
          05 WS-CURRENT-TIME       PIC 9(6).
          05 FILLER                PIC 9(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-CMDLINE-FULL          PIC X(100).
       01 WS-EQUALS-COUNT          PIC 9(3) VALUE ZERO.
      * THE CUSTOMERS TOUCHED THAT DAY, KEPT IN IDNUM ORDER: HOW
      * THEY STOOD BEFORE THE FIRST CHANGE AND AFTER THE LAST.
       01 WS-DLT-TABLE.
          05 WS-DLT-ENTRY OCCURS 2000 TIMES.
             10 WS-DLT-IDNUM       PIC 9(5).
             10 WS-DLT-EXISTED     PIC X.
             10 WS-DLT-EXISTS      PIC X.
             10 WS-DLT-BEFORE      PIC X(102).
             10 WS-DLT-AFTER       PIC X(102).
       01 WS-DLT-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-DLT-IDX               PIC 9(4) VALUE ZERO.
       01 WS-DLT-POS               PIC 9(4) VALUE ZERO.
       01 WS-DLT-SHIFT             PIC 9(4) VALUE ZERO.
       01 WS-DLT-FOUND             PIC X VALUE 'N'.
       01 WS-ON-FILE-BEFORE        PIC X.
       01 WS-LINES-READ            PIC 9(7) VALUE ZERO.
       01 WS-LINES-USED            PIC 9(7) VALUE ZERO.
       01 WS-LINES-LOST            PIC 9(5) VALUE ZERO.
       01 WS-NO-NET-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DELETE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-IDNUM-HASH            PIC 9(10) VALUE ZERO.
       01 WS-FIRST-SEQ             PIC 9(9) VALUE ZERO.
       01 WS-NEXT-SEQ              PIC 9(9) VALUE ZERO.
       01 WS-LAST-SEQ              PIC 9(9) VALUE ZERO.
       01 WS-WRITE-ERROR           PIC X VALUE 'N'.
       01 WS-PARAMS-PROG           PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION         PIC X(5).
          05 PARM-TEXT             PIC X(100).
          05 PARM-KEY              PIC X(20).
          05 PARM-VALUE            PIC X(20).
          05 PARM-RC               PIC 9(2).
       01 WS-CTLREG-PROG           PIC X(6) VALUE 'CTLREG'.
       01 CTLREG-PARMS.
          05 REG-ROLE              PIC X(4).
          05 REG-FILE-NAME         PIC X(14).
          05 REG-PROGRAM           PIC X(8).
          05 REG-COUNT             PIC 9(8).
          05 REG-HASH              PIC 9(10).
          05 REG-RC                PIC 9(2).
       01 WS-LOGMSG-PROG           PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM           PIC X(8) VALUE 'FILE21'.
          05 LOG-SEVERITY          PIC X.
          05 LOG-MESSAGE           PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'FILE21 - DAILY CUSTOMER CHANGE FEED'
           MOVE ZERO TO WS-DLT-COUNT WS-LINES-READ WS-LINES-USED
              WS-LINES-LOST WS-NO-NET-COUNT WS-ADD-COUNT
              WS-CHANGE-COUNT WS-DELETE-COUNT WS-DETAIL-COUNT
              WS-IDNUM-HASH
           MOVE 'N' TO WS-WRITE-ERROR
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           PERFORM READ-BUSINESS-DATE
           IF WS-BUSINESS-DATE = ZERO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY '  BUSINESS DATE: ' WS-BUSINESS-DATE
           PERFORM READ-SEQUENCE-CONTROL
           IF WS-FIRST-SEQ = ZERO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM COLLECT-JOURNAL
           IF WS-JOURNAL-STATUS NOT = '00' AND '05' AND '10'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
      * A FEED MISSING CUSTOMERS IS WORSE THAN A LATE ONE: NOTHING IS
      * WRITTEN AND THE SEQUENCE DOES NOT MOVE ON.
           IF WS-LINES-LOST > ZERO
              DISPLAY 'CUSTOMER TABLE FULL - JOURNAL LINES NOT HELD: '
                 WS-LINES-LOST
              MOVE 'E' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'CHANGE FEED ' WS-BUSINESS-DATE
                 ' NOT WRITTEN - CUSTOMER TABLE FULL'
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT DELTA-FILE
           IF WS-DELTA-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING custdelta.dat, STATUS: '
                 WS-DELTA-STATUS
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'CHANGE FEED NOT WRITTEN - custdelta.dat NOT OPENED'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-FIRST-SEQ TO WS-NEXT-SEQ
           PERFORM WRITE-HEADER
           PERFORM WRITE-ONE-CHANGE
              VARYING WS-DLT-IDX FROM 1 BY 1
              UNTIL WS-DLT-IDX > WS-DLT-COUNT
           COMPUTE WS-LAST-SEQ = WS-NEXT-SEQ - 1
           PERFORM WRITE-TRAILER
           CLOSE DELTA-FILE
           IF WS-WRITE-ERROR = 'Y'
              DISPLAY 'ERROR WRITING custdelta.dat - FEED INCOMPLETE'
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'CHANGE FEED INCOMPLETE - custdelta.dat WRITE ERROR'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-SEQUENCE-CONTROL
           PERFORM REGISTER-CONTROL-TOTALS
           DISPLAY '  JOURNAL LINES READ:    ' WS-LINES-READ
           DISPLAY '  LINES FOR THE DAY:     ' WS-LINES-USED
           DISPLAY '  ADDS:                  ' WS-ADD-COUNT
           DISPLAY '  CHANGES:               ' WS-CHANGE-COUNT
           DISPLAY '  DELETES:               ' WS-DELETE-COUNT
           DISPLAY '  NO NET CHANGE:         ' WS-NO-NET-COUNT
           DISPLAY '  SEQUENCE NUMBERS:      ' WS-FIRST-SEQ
              ' TO ' WS-LAST-SEQ
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'CHANGE FEED ' WS-BUSINESS-DATE ' WRITTEN: '
              WS-DETAIL-COUNT ' CHANGES'
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           IF WS-DETAIL-COUNT = ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       READ-BUSINESS-DATE.
      * UNDER NIGHTRUN THE COMMAND LINE IS THE DRIVER'S OWN, SO
      * WITHOUT A KEY=VALUE ON IT THE PARAMETER FILE IS READ.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           ACCEPT WS-CMDLINE-FULL FROM COMMAND-LINE
           MOVE ZERO TO WS-EQUALS-COUNT
           INSPECT WS-CMDLINE-FULL
              TALLYING WS-EQUALS-COUNT FOR ALL '='
           IF WS-EQUALS-COUNT > ZERO
              MOVE 'PARSE' TO PARM-FUNCTION
              MOVE WS-CMDLINE-FULL TO PARM-TEXT
           ELSE
              MOVE 'FILE' TO PARM-FUNCTION
              MOVE SPACES TO PARM-TEXT
           END-IF
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'DELTA-DATE' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE NOT = SPACES
              IF PARM-VALUE(1:8) IS NUMERIC
                 AND PARM-VALUE(9:12) = SPACES
                 MOVE PARM-VALUE(1:8) TO WS-BUSINESS-DATE
              ELSE
                 DISPLAY 'DELTA-DATE MUST BE YYYYMMDD: ' PARM-VALUE
                 MOVE 'E' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'CHANGE FEED REFUSED - BAD DELTA-DATE '
                    PARM-VALUE
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
                 MOVE ZERO TO WS-BUSINESS-DATE
              END-IF
           END-IF.
       READ-SEQUENCE-CONTROL.
      * THE FIRST FEED EVER STARTS AT 1. A NEW DAY CARRIES ON FROM
      * THE LAST NUMBER SENT; A RERUN OF THE LAST DAY REPLACES THAT
      * FEED AND STARTS WHERE IT STARTED.
           MOVE 1 TO WS-FIRST-SEQ
           OPEN INPUT DELTA-CONTROL
           IF WS-CONTROL-STATUS = '00'
              READ DELTA-CONTROL
                 AT END CONTINUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN WS-BUSINESS-DATE < DCT-LAST-DATE
                          DISPLAY 'FEED FOR ' DCT-LAST-DATE
                             ' ALREADY SENT - ' WS-BUSINESS-DATE
                             ' REFUSED'
                          MOVE 'E' TO LOG-SEVERITY
                          MOVE SPACES TO LOG-MESSAGE
                          STRING 'CHANGE FEED ' WS-BUSINESS-DATE
                             ' REFUSED - FEED FOR ' DCT-LAST-DATE
                             ' ALREADY SENT'
                             DELIMITED BY SIZE INTO LOG-MESSAGE
                          PERFORM WRITE-OPS-LOG
                          MOVE ZERO TO WS-FIRST-SEQ
                       WHEN WS-BUSINESS-DATE = DCT-LAST-DATE
                          DISPLAY '  RERUN - FEED ' DCT-LAST-DATE
                             ' REISSUED FROM SEQUENCE ' DCT-FIRST-SEQ
                          MOVE DCT-FIRST-SEQ TO WS-FIRST-SEQ
                       WHEN OTHER
                          COMPUTE WS-FIRST-SEQ = DCT-LAST-SEQ + 1
                    END-EVALUATE
              END-READ
           END-IF
           IF WS-CONTROL-STATUS = '00' OR '05' OR '10'
              CLOSE DELTA-CONTROL
           END-IF.
       COLLECT-JOURNAL.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING file05-journal.log, STATUS: '
                 WS-JOURNAL-STATUS
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'CHANGE FEED NOT WRITTEN - JOURNAL WOULD NOT OPEN'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           ELSE
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF JRN-DATE = WS-BUSINESS-DATE
                          PERFORM COLLECT-ONE-ACTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
              MOVE '00' TO WS-JOURNAL-STATUS
           END-IF.
       COLLECT-ONE-ACTION.
      * A CUSTOMER'S FIRST LINE OF THE DAY SAYS WHETHER THEY WERE ON
      * FILE BEFORE IT; EVERY LINE UPDATES HOW THEY STAND AFTER.
           EVALUATE JRN-ACTION
              WHEN 'ADDCUST'
              WHEN 'RESTCUST'
                 MOVE 'N' TO WS-ON-FILE-BEFORE
                 PERFORM FIND-CUSTOMER-ENTRY
                 IF WS-DLT-FOUND = 'Y'
                    MOVE 'Y' TO WS-DLT-EXISTS(WS-DLT-POS)
                    MOVE JRN-AFTER-IMAGE TO WS-DLT-AFTER(WS-DLT-POS)
                 END-IF
              WHEN 'UPDATECUST'
              WHEN 'ANONCUST'
                 MOVE 'Y' TO WS-ON-FILE-BEFORE
                 PERFORM FIND-CUSTOMER-ENTRY
                 IF WS-DLT-FOUND = 'Y'
                    MOVE 'Y' TO WS-DLT-EXISTS(WS-DLT-POS)
                    MOVE JRN-AFTER-IMAGE TO WS-DLT-AFTER(WS-DLT-POS)
                 END-IF
              WHEN 'DELETECUST'
              WHEN 'ARCHCUST'
                 MOVE 'Y' TO WS-ON-FILE-BEFORE
                 PERFORM FIND-CUSTOMER-ENTRY
                 IF WS-DLT-FOUND = 'Y'
                    MOVE 'N' TO WS-DLT-EXISTS(WS-DLT-POS)
                    MOVE SPACES TO WS-DLT-AFTER(WS-DLT-POS)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       FIND-CUSTOMER-ENTRY.
      * FINDS THE CUSTOMER'S ENTRY, OR OPENS ONE AT ITS PLACE IN
      * IDNUM ORDER. WS-DLT-FOUND IS 'N' ONLY WHEN THE TABLE IS FULL.
           ADD 1 TO WS-LINES-USED
           MOVE 'N' TO WS-DLT-FOUND
           MOVE 1 TO WS-DLT-POS
           PERFORM UNTIL WS-DLT-POS > WS-DLT-COUNT
              OR WS-DLT-IDNUM(WS-DLT-POS) >= JRN-IDNUM
              ADD 1 TO WS-DLT-POS
           END-PERFORM
           IF WS-DLT-POS <= WS-DLT-COUNT
              AND WS-DLT-IDNUM(WS-DLT-POS) = JRN-IDNUM
              MOVE 'Y' TO WS-DLT-FOUND
           ELSE
              IF WS-DLT-COUNT >= 2000
                 ADD 1 TO WS-LINES-LOST
              ELSE
                 PERFORM VARYING WS-DLT-SHIFT FROM WS-DLT-COUNT BY -1
                    UNTIL WS-DLT-SHIFT < WS-DLT-POS
                    MOVE WS-DLT-ENTRY(WS-DLT-SHIFT)
                       TO WS-DLT-ENTRY(WS-DLT-SHIFT + 1)
                 END-PERFORM
                 ADD 1 TO WS-DLT-COUNT
                 MOVE JRN-IDNUM TO WS-DLT-IDNUM(WS-DLT-POS)
                 MOVE WS-ON-FILE-BEFORE TO WS-DLT-EXISTED(WS-DLT-POS)
                 MOVE JRN-BEFORE-IMAGE TO WS-DLT-BEFORE(WS-DLT-POS)
                 MOVE 'Y' TO WS-DLT-FOUND
              END-IF
           END-IF.
       WRITE-HEADER.
           MOVE SPACES           TO CD-HEADER-RECORD
           SET CDH-HEADER        TO TRUE
           MOVE 'CUSTDLTA'       TO CDH-FEED-ID
           MOVE WS-BUSINESS-DATE TO CDH-BUSINESS-DATE
           MOVE WS-CURRENT-DATE  TO CDH-CREATED-DATE
           MOVE WS-CURRENT-TIME  TO CDH-CREATED-TIME
           MOVE WS-FIRST-SEQ     TO CDH-FIRST-SEQ
           WRITE CD-HEADER-RECORD
           IF WS-DELTA-STATUS NOT = '00'
              MOVE 'Y' TO WS-WRITE-ERROR
           END-IF.
       WRITE-ONE-CHANGE.
           MOVE SPACES TO CD-CHANGE-RECORD
           SET CDC-CHANGE TO TRUE
           EVALUATE TRUE
              WHEN WS-DLT-EXISTED(WS-DLT-IDX) = 'N'
                 AND WS-DLT-EXISTS(WS-DLT-IDX) = 'Y'
                 SET CDC-ADD TO TRUE
                 ADD 1 TO WS-ADD-COUNT
              WHEN WS-DLT-EXISTED(WS-DLT-IDX) = 'Y'
                 AND WS-DLT-EXISTS(WS-DLT-IDX) = 'Y'
                 IF WS-DLT-AFTER(WS-DLT-IDX)
                    = WS-DLT-BEFORE(WS-DLT-IDX)
                    ADD 1 TO WS-NO-NET-COUNT
                 ELSE
                    SET CDC-CHG TO TRUE
                    ADD 1 TO WS-CHANGE-COUNT
                 END-IF
              WHEN WS-DLT-EXISTED(WS-DLT-IDX) = 'Y'
                 AND WS-DLT-EXISTS(WS-DLT-IDX) = 'N'
                 SET CDC-DEL TO TRUE
                 ADD 1 TO WS-DELETE-COUNT
              WHEN OTHER
                 ADD 1 TO WS-NO-NET-COUNT
           END-EVALUATE
           IF CDC-ACTION NOT = SPACE
              MOVE WS-NEXT-SEQ TO CDC-SEQ
              ADD 1 TO WS-NEXT-SEQ
              MOVE WS-DLT-IDNUM(WS-DLT-IDX) TO CDC-IDNUM
              MOVE WS-DLT-AFTER(WS-DLT-IDX) TO CDC-AFTER-IMAGE
              WRITE CD-CHANGE-RECORD
              IF WS-DELTA-STATUS NOT = '00'
                 MOVE 'Y' TO WS-WRITE-ERROR
              END-IF
              ADD 1 TO WS-DETAIL-COUNT
              ADD WS-DLT-IDNUM(WS-DLT-IDX) TO WS-IDNUM-HASH
           END-IF.
       WRITE-TRAILER.
           MOVE SPACES          TO CD-TRAILER-RECORD
           SET CDT-TRAILER      TO TRUE
           MOVE WS-DETAIL-COUNT TO CDT-RECORD-COUNT
           MOVE WS-ADD-COUNT    TO CDT-ADD-COUNT
           MOVE WS-CHANGE-COUNT TO CDT-CHANGE-COUNT
           MOVE WS-DELETE-COUNT TO CDT-DELETE-COUNT
           MOVE WS-IDNUM-HASH   TO CDT-IDNUM-HASH
           MOVE WS-LAST-SEQ     TO CDT-LAST-SEQ
           WRITE CD-TRAILER-RECORD
           IF WS-DELTA-STATUS NOT = '00'
              MOVE 'Y' TO WS-WRITE-ERROR
           END-IF.
       WRITE-SEQUENCE-CONTROL.
      * ONLY A COMPLETE FEED MOVES THE SEQUENCE ON.
           OPEN OUTPUT DELTA-CONTROL
           IF WS-CONTROL-STATUS = '00' OR '05'
              MOVE SPACES           TO DELTA-CONTROL-RECORD
              MOVE WS-BUSINESS-DATE TO DCT-LAST-DATE
              MOVE WS-FIRST-SEQ     TO DCT-FIRST-SEQ
              MOVE WS-LAST-SEQ      TO DCT-LAST-SEQ
              WRITE DELTA-CONTROL-RECORD
              CLOSE DELTA-CONTROL
           ELSE
              DISPLAY 'ERROR OPENING custdelta.ctl, STATUS: '
                 WS-CONTROL-STATUS
              MOVE 'W' TO LOG-SEVERITY
              MOVE 'custdelta.ctl NOT UPDATED - SEQUENCE NOT MOVED ON'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           END-IF.
       REGISTER-CONTROL-TOTALS.
      * THE FEED REGISTERS THE CHANGE COUNT AND IDNUM HASH ITS
      * TRAILER CARRIES. A MISSING REGISTRY ROUTINE MUST NEVER STOP
      * THE FEED ITSELF.
           MOVE 'PROD'          TO REG-ROLE
           MOVE 'custdelta.dat' TO REG-FILE-NAME
           MOVE 'FILE21'        TO REG-PROGRAM
           MOVE WS-DETAIL-COUNT TO REG-COUNT
           MOVE WS-IDNUM-HASH   TO REG-HASH
           CALL WS-CTLREG-PROG USING CTLREG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE FEED ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM FILE21.
