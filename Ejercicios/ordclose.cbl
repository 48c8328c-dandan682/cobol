       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ORDCLOSE.
      ***************************************
      * MONTH-END ORDER CLOSE. MOVES THE ORDER LINES THAT ARE DONE
      * WITH OUT OF ORDERS.DAT INTO A DATED ORDER-HISTORY FILE,
      * ordhist-YYYYMMDD.dat (THE DATE IS THE CLOSE DATE), SO THE
      * LIVE FILE ONLY CARRIES WORK STILL IN PROGRESS. A LINE GOES
      * WHEN IT IS DATED BEFORE THE RETENTION CUTOFF AND IS EITHER
      * CANCELLED, OR BILLED ON AN INVOICE THE RECEIVABLES LEDGER
      * SHOWS AS PAID (NETTED BY REFERENCE THE WAY ARAGE NETS IT,
      * NOTHING LEFT OWING). A BILLED LINE WITH NO INVOICE NUMBER
      * CANNOT BE PROVED PAID AND STAYS.
      *
      * THE RETENTION AGE COMES THROUGH THE SHARED PARAMS READER
      * (ORDHIST-DAYS IN RUNPARMS.DAT, DEFAULT 90 DAYS).
      *
      * LINES, QUANTITY AND VALUE ARE TOTALLED BEFORE THE CLOSE,
      * ARCHIVED AND KEPT, THEN BOTH FILES ARE READ BACK AND THE
      * TOTALS PROVED (KEPT PLUS ARCHIVED EQUALS BEFORE) ON
      * ordclose.rpt; RETURN CODE 8 IF THEY DO NOT AGREE. EACH
      * CLOSE THAT ARCHIVED ANYTHING IS APPENDED TO THE CLOSE
      * REGISTER ordclose.dat (LAYOUT OCLREC), WHICH IS HOW ORDSTMT,
      * TAXRPT AND FILE15 FIND THE HISTORY FILES. ONE CLOSE PER DAY:
      * A SECOND RUN ON A DATE ALREADY ON THE REGISTER IS REFUSED.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT HISTORY-FILE
              ASSIGN TO DYNAMIC WS-HISTORY-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL CLOSE-REGISTER ASSIGN TO "ordclose.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CLOSE-REPORT ASSIGN TO "ordclose.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ORDERS-FILE.
           COPY ORDREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(81).
       FD CLOSE-REGISTER.
           COPY OCLREC.
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
       FD CLOSE-REPORT.
       01 PRINT-LINE              PIC X(70).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(26) VALUE
          'MONTH-END ORDER CLOSE     '.
       01 DATE-LINE.
          02 FILLER               PIC X(12) VALUE 'CLOSE DATE: '.
          02 PRN-CLOSE-DATE       PIC 9(8).
          02 FILLER               PIC X(10) VALUE '  CUTOFF: '.
          02 PRN-CUTOFF-DATE      PIC 9(8).
          02 FILLER               PIC X(18) VALUE
             '  RETENTION DAYS: '.
          02 PRN-DAYS             PIC ZZZ9.
       01 FILE-LINE.
          02 FILLER               PIC X(14) VALUE 'HISTORY FILE: '.
          02 PRN-HISTORY-NAME     PIC X(20).
       01 COLUMN-HEADING.
          02 FILLER               PIC X(20) VALUE SPACES.
          02 FILLER               PIC X(30) VALUE
             '  LINES        QTY       VALUE'.
       01 TOTAL-LINE.
          02 PRN-TOTAL-NAME       PIC X(20).
          02 PRN-LINES            PIC ZZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-QTY              PIC ZZZZZZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-VALUE            PIC ZZZZZZZZZZ9.99.
       01 HELD-LINE.
          02 FILLER               PIC X(26) VALUE
             'BILLED, NOT YET PAID:     '.
          02 PRN-UNPAID           PIC ZZZZZ9.
          02 FILLER               PIC X(22) VALUE
             '  NO INVOICE NUMBER:  '.
          02 PRN-NO-INVOICE       PIC ZZZZZ9.
       01 PROOF-LINE              PIC X(40).
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(70) VALUE SPACES.
       01 WS-ORDERS-STATUS        PIC X(2).
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CLOSED-FLAG          PIC X VALUE 'N'.
          88 WS-ALREADY-CLOSED    VALUE 'Y'.
       01 WS-ELIGIBLE-FLAG        PIC X VALUE 'N'.
          88 WS-ELIGIBLE          VALUE 'Y'.
       01 WS-PROOF-FLAG           PIC X VALUE 'Y'.
          88 WS-PROOF-OK          VALUE 'Y'.
       01 WS-HISTORY-NAME         PIC X(20) VALUE SPACES.
      * THE QUANTITY AND VALUE POSITIONS OF A HISTORY LINE, FOR THE
      * READ-BACK TOTALS (SAME PLACES AS ORD-QTY AND ORD-EXT-PRICE).
       01 WS-HIST-IMAGE.
          02 FILLER               PIC X(28).
          02 WS-HIST-IMG-QTY      PIC 9(4).
          02 FILLER               PIC X(9).
          02 WS-HIST-IMG-VALUE    PIC 9(7)V99.
          02 FILLER               PIC X(28).
       01 WS-RETAIN-DAYS          PIC 9(4) VALUE 90.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-CUTOFF-DATE          PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-SERIAL        PIC S9(7) COMP.
      * NET BALANCE PER LEDGER REFERENCE, BUILT AS ARAGE BUILDS IT.
       01 WS-INVOICE-TABLE.
          05 WS-INVOICE-ENTRY OCCURS 5000 TIMES.
             10 WS-INV-NUMBER     PIC 9(6).
             10 WS-INV-BALANCE    PIC S9(8)V99.
       01 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX          PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(4) VALUE ZERO.
      * CONTROL TOTALS. BEFORE = ARCHIVED + KEPT AS THE CLOSE RUNS;
      * THE READ-BACK TOTALS MUST MATCH ARCHIVED AND KEPT.
       01 WS-CONTROL-TOTALS.
          05 WS-BEFORE-LINES      PIC 9(7) VALUE ZERO.
          05 WS-BEFORE-QTY        PIC 9(10) VALUE ZERO.
          05 WS-BEFORE-VALUE      PIC 9(11)V99 VALUE ZERO.
          05 WS-ARCH-LINES        PIC 9(7) VALUE ZERO.
          05 WS-ARCH-QTY          PIC 9(10) VALUE ZERO.
          05 WS-ARCH-VALUE        PIC 9(11)V99 VALUE ZERO.
          05 WS-KEPT-LINES        PIC 9(7) VALUE ZERO.
          05 WS-KEPT-QTY          PIC 9(10) VALUE ZERO.
          05 WS-KEPT-VALUE        PIC 9(11)V99 VALUE ZERO.
          05 WS-HIST-LINES        PIC 9(7) VALUE ZERO.
          05 WS-HIST-QTY          PIC 9(10) VALUE ZERO.
          05 WS-HIST-VALUE        PIC 9(11)V99 VALUE ZERO.
          05 WS-LIVE-LINES        PIC 9(7) VALUE ZERO.
          05 WS-LIVE-QTY          PIC 9(10) VALUE ZERO.
          05 WS-LIVE-VALUE        PIC 9(11)V99 VALUE ZERO.
       01 WS-UNPAID-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-NO-INVOICE-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-DELETE-FAIL-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-DELETE-PROG          PIC X(15)
                                  VALUE 'CBL_DELETE_FILE'.
       01 WS-PARAMS-PROG          PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION        PIC X(5).
          05 PARM-TEXT            PIC X(100).
          05 PARM-KEY             PIC X(20).
          05 PARM-VALUE           PIC X(20).
          05 PARM-RC              PIC 9(2).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM          PIC X(8) VALUE 'ORDCLOSE'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'ORDCLOSE - MONTH-END ORDER CLOSE'
           PERFORM READ-DAYS-PARM
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
              - WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-SERIAL)
           MOVE SPACES TO WS-HISTORY-NAME
           STRING 'ordhist-' WS-CURRENT-DATE '.dat'
              DELIMITED BY SIZE INTO WS-HISTORY-NAME
           DISPLAY '  DAYS: ' WS-RETAIN-DAYS ' CUTOFF: '
              WS-CUTOFF-DATE
           PERFORM CHECK-CLOSE-REGISTER
           IF WS-ALREADY-CLOSED
              DISPLAY 'ORDERS ALREADY CLOSED ON ' WS-CURRENT-DATE
                 ' - CLOSE NOT RUN'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-INVOICE-BALANCES
           OPEN I-O ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ORDERS.DAT, STATUS: '
                 WS-ORDERS-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ' WS-HISTORY-NAME
                 ', STATUS: ' WS-HISTORY-STATUS
              CLOSE ORDERS-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
              READ ORDERS-FILE NEXT RECORD
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM CLOSE-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE ORDERS-FILE, HISTORY-FILE
           IF WS-ARCH-LINES = ZERO
              PERFORM DROP-EMPTY-HISTORY
           ELSE
              PERFORM APPEND-CLOSE-REGISTER
           END-IF
           PERFORM PROVE-CONTROL-TOTALS
           PERFORM WRITE-CLOSE-REPORT
           DISPLAY 'ORDER LINES BEFORE:   ' WS-BEFORE-LINES
           DISPLAY 'ORDER LINES ARCHIVED: ' WS-ARCH-LINES
           DISPLAY 'ORDER LINES KEPT:     ' WS-KEPT-LINES
           MOVE SPACES TO LOG-MESSAGE
           IF NOT WS-PROOF-OK
              DISPLAY 'CONTROL TOTALS DO NOT AGREE - SEE ordclose.rpt'
              MOVE 'E' TO LOG-SEVERITY
              STRING 'ORDER CLOSE TOTALS DO NOT AGREE - '
                 WS-HISTORY-NAME DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'I' TO LOG-SEVERITY
           STRING 'ORDER CLOSE - ARCHIVED ' WS-ARCH-LINES
              ' KEPT ' WS-KEPT-LINES DELIMITED BY SIZE
              INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           IF WS-ARCH-LINES = ZERO
              DISPLAY 'NO ORDER LINES READY TO CLOSE'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE CLOSE ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       READ-DAYS-PARM.
           MOVE 'FILE' TO PARM-FUNCTION
           MOVE SPACES TO PARM-TEXT
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'ORDHIST-DAYS' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE(1:4) IS NUMERIC
              MOVE PARM-VALUE(1:4) TO WS-RETAIN-DAYS
           END-IF.
       CHECK-CLOSE-REGISTER.
      * TODAY'S HISTORY FILE MUST NOT BE OVERWRITTEN ONCE IT HOLDS
      * A CLOSE THE REGISTER POINTS AT.
           MOVE 'N' TO WS-CLOSED-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CLOSE-REGISTER
           IF WS-REGISTER-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ CLOSE-REGISTER
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF OCL-CLOSE-DATE = WS-CURRENT-DATE
                          SET WS-ALREADY-CLOSED TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOSE-REGISTER
           END-IF.
       LOAD-INVOICE-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY 'NO ARLEDGER.DAT - NO BILLED LINE CAN CLOSE'
           ELSE
              PERFORM UNTIL WS-EOF
                 READ LEDGER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM NET-ONE-POSTING
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF
           DISPLAY 'INVOICES NETTED: ' WS-INVOICE-COUNT.
       NET-ONE-POSTING.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
              UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
              IF WS-INV-NUMBER(WS-INVOICE-IDX) = LGR-REF
                 MOVE WS-INVOICE-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO AND WS-INVOICE-COUNT < 5000
              ADD 1 TO WS-INVOICE-COUNT
              MOVE WS-INVOICE-COUNT TO WS-FOUND-IDX
              MOVE LGR-REF   TO WS-INV-NUMBER(WS-FOUND-IDX)
              MOVE ZERO      TO WS-INV-BALANCE(WS-FOUND-IDX)
           END-IF
           IF WS-FOUND-IDX > ZERO
              EVALUATE LGR-TYPE
                 WHEN 'INV'
                 WHEN 'FIN'
                 WHEN 'UAP'
                    ADD LGR-AMOUNT
                       TO WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'PAY'
                 WHEN 'CRM'
                 WHEN 'WOF'
                 WHEN 'DSC'
                 WHEN 'UAC'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN OTHER
                    DISPLAY 'UNKNOWN LEDGER TYPE SKIPPED: '
                       LEDGER-RECORD
              END-EVALUATE
           END-IF.
       CLOSE-ONE-LINE.
           ADD 1 TO WS-BEFORE-LINES
           ADD ORD-QTY TO WS-BEFORE-QTY
           ADD ORD-EXT-PRICE TO WS-BEFORE-VALUE
           PERFORM TEST-LINE-ELIGIBLE
           IF NOT WS-ELIGIBLE
              ADD 1 TO WS-KEPT-LINES
              ADD ORD-QTY TO WS-KEPT-QTY
              ADD ORD-EXT-PRICE TO WS-KEPT-VALUE
           ELSE
      * THE LINE IS SAFE IN HISTORY BEFORE IT LEAVES THE LIVE FILE.
      * ONE THAT WILL NOT DELETE STAYS ON BOTH AND FAILS THE PROOF.
              WRITE HISTORY-RECORD FROM ORDER-RECORD
              ADD 1 TO WS-ARCH-LINES
              ADD ORD-QTY TO WS-ARCH-QTY
              ADD ORD-EXT-PRICE TO WS-ARCH-VALUE
              DELETE ORDERS-FILE RECORD
                 INVALID KEY
                    ADD 1 TO WS-DELETE-FAIL-COUNT
                    DISPLAY 'ORDER LINE NOT REMOVED: ' ORD-KEY
                       ' STATUS ' WS-ORDERS-STATUS
              END-DELETE
           END-IF.
       TEST-LINE-ELIGIBLE.
           MOVE 'N' TO WS-ELIGIBLE-FLAG
           IF ORD-DATE < WS-CUTOFF-DATE
              EVALUATE TRUE
                 WHEN ORD-CANCELLED
                    SET WS-ELIGIBLE TO TRUE
                 WHEN ORD-BILLED
                    PERFORM TEST-INVOICE-PAID
              END-EVALUATE
           END-IF.
       TEST-INVOICE-PAID.
           IF ORD-INVOICE-NUM IS NOT NUMERIC
              OR ORD-INVOICE-NUM = ZERO
              ADD 1 TO WS-NO-INVOICE-COUNT
           ELSE
              MOVE ZERO TO WS-FOUND-IDX
              PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
                 UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
                 IF WS-INV-NUMBER(WS-INVOICE-IDX) = ORD-INVOICE-NUM
                    MOVE WS-INVOICE-IDX TO WS-FOUND-IDX
                 END-IF
              END-PERFORM
      * AN INVOICE NEVER POSTED TO THE LEDGER IS NOT PROVED PAID.
              IF WS-FOUND-IDX > ZERO
                 AND WS-INV-BALANCE(WS-FOUND-IDX) NOT > ZERO
                 SET WS-ELIGIBLE TO TRUE
              ELSE
                 ADD 1 TO WS-UNPAID-COUNT
              END-IF
           END-IF.
       DROP-EMPTY-HISTORY.
      * NOTHING CLOSED - THE EMPTY HISTORY FILE GOES AND NO CLOSE IS
      * REGISTERED, SO A LATER RUN TODAY MAY STILL CLOSE. THE SYSTEM
      * ROUTINE SETS RETURN-CODE, WHICH THE RUN SETS AGAIN ITSELF.
           CALL WS-DELETE-PROG USING WS-HISTORY-NAME
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 0 TO RETURN-CODE.
       APPEND-CLOSE-REGISTER.
           OPEN EXTEND CLOSE-REGISTER
           IF WS-REGISTER-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING ordclose.dat, STATUS: '
                 WS-REGISTER-STATUS
              DISPLAY 'REGISTER BY HAND: ' WS-HISTORY-NAME
                 ' CUTOFF ' WS-CUTOFF-DATE
              MOVE 'N' TO WS-PROOF-FLAG
           ELSE
              MOVE SPACES          TO CLOSE-RECORD
              MOVE WS-CURRENT-DATE TO OCL-CLOSE-DATE
              MOVE WS-CUTOFF-DATE  TO OCL-CUTOFF-DATE
              MOVE WS-ARCH-LINES   TO OCL-LINES
              MOVE WS-ARCH-QTY     TO OCL-QTY
              MOVE WS-ARCH-VALUE   TO OCL-VALUE
              WRITE CLOSE-RECORD
              CLOSE CLOSE-REGISTER
           END-IF.
       PROVE-CONTROL-TOTALS.
      * READ BOTH FILES BACK: WHAT IS NOW IN HISTORY AND WHAT IS
      * STILL LIVE MUST ADD BACK TO WHAT WAS THERE BEFORE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING ORDERS.DAT, STATUS: '
                 WS-ORDERS-STATUS
              MOVE 'N' TO WS-PROOF-FLAG
           ELSE
              PERFORM UNTIL WS-EOF
                 READ ORDERS-FILE NEXT RECORD
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LIVE-LINES
                       ADD ORD-QTY TO WS-LIVE-QTY
                       ADD ORD-EXT-PRICE TO WS-LIVE-VALUE
                 END-READ
              END-PERFORM
              CLOSE ORDERS-FILE
           END-IF
           IF WS-ARCH-LINES > ZERO
              MOVE 'N' TO WS-EOF-FLAG
              OPEN INPUT HISTORY-FILE
              IF WS-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR REOPENING ' WS-HISTORY-NAME
                    ', STATUS: ' WS-HISTORY-STATUS
                 MOVE 'N' TO WS-PROOF-FLAG
              ELSE
                 PERFORM UNTIL WS-EOF
                    READ HISTORY-FILE INTO WS-HIST-IMAGE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-HIST-LINES
                          ADD WS-HIST-IMG-QTY TO WS-HIST-QTY
                          ADD WS-HIST-IMG-VALUE TO WS-HIST-VALUE
                    END-READ
                 END-PERFORM
                 CLOSE HISTORY-FILE
              END-IF
           END-IF
           IF WS-DELETE-FAIL-COUNT > ZERO
              OR WS-HIST-LINES NOT = WS-ARCH-LINES
              OR WS-HIST-QTY   NOT = WS-ARCH-QTY
              OR WS-HIST-VALUE NOT = WS-ARCH-VALUE
              OR WS-LIVE-LINES NOT = WS-KEPT-LINES
              OR WS-LIVE-QTY   NOT = WS-KEPT-QTY
              OR WS-LIVE-VALUE NOT = WS-KEPT-VALUE
              OR WS-BEFORE-LINES NOT = WS-HIST-LINES + WS-LIVE-LINES
              OR WS-BEFORE-QTY   NOT = WS-HIST-QTY + WS-LIVE-QTY
              OR WS-BEFORE-VALUE NOT = WS-HIST-VALUE + WS-LIVE-VALUE
              MOVE 'N' TO WS-PROOF-FLAG
           END-IF.
       WRITE-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-CURRENT-DATE TO PRN-CLOSE-DATE
           MOVE WS-CUTOFF-DATE  TO PRN-CUTOFF-DATE
           MOVE WS-RETAIN-DAYS  TO PRN-DAYS
           WRITE PRINT-LINE FROM DATE-LINE
           IF WS-ARCH-LINES > ZERO
              MOVE WS-HISTORY-NAME TO PRN-HISTORY-NAME
           ELSE
              MOVE 'NONE WRITTEN' TO PRN-HISTORY-NAME
           END-IF
           WRITE PRINT-LINE FROM FILE-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING
           MOVE 'BEFORE CLOSE'     TO PRN-TOTAL-NAME
           MOVE WS-BEFORE-LINES    TO PRN-LINES
           MOVE WS-BEFORE-QTY      TO PRN-QTY
           MOVE WS-BEFORE-VALUE    TO PRN-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE 'ARCHIVED'         TO PRN-TOTAL-NAME
           MOVE WS-ARCH-LINES      TO PRN-LINES
           MOVE WS-ARCH-QTY        TO PRN-QTY
           MOVE WS-ARCH-VALUE      TO PRN-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE 'KEPT'             TO PRN-TOTAL-NAME
           MOVE WS-KEPT-LINES      TO PRN-LINES
           MOVE WS-KEPT-QTY        TO PRN-QTY
           MOVE WS-KEPT-VALUE      TO PRN-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE 'HISTORY READ BACK' TO PRN-TOTAL-NAME
           MOVE WS-HIST-LINES      TO PRN-LINES
           MOVE WS-HIST-QTY        TO PRN-QTY
           MOVE WS-HIST-VALUE      TO PRN-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE 'ORDERS READ BACK' TO PRN-TOTAL-NAME
           MOVE WS-LIVE-LINES      TO PRN-LINES
           MOVE WS-LIVE-QTY        TO PRN-QTY
           MOVE WS-LIVE-VALUE      TO PRN-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-UNPAID-COUNT     TO PRN-UNPAID
           MOVE WS-NO-INVOICE-COUNT TO PRN-NO-INVOICE
           WRITE PRINT-LINE FROM HELD-LINE
           IF WS-PROOF-OK
              MOVE 'CONTROL TOTALS AGREE' TO PROOF-LINE
           ELSE
              MOVE 'CONTROL TOTALS DO NOT AGREE' TO PROOF-LINE
           END-IF
           WRITE PRINT-LINE FROM PROOF-LINE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE CLOSE-REPORT.
       END PROGRAM ORDCLOSE.
