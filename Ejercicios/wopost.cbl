       IDENTIFICATION DIVISION.
       PROGRAM-ID.     WOPOST.
      ***************************************
      * POSTS APPROVED BAD-DEBT WRITE-OFFS FROM WRTOFF.DAT (SEE
      * WOAPPR) AND PRINTS THE WRITE-OFF REGISTER. ARLEDGER.DAT IS
      * NETTED BY REFERENCE THE WAY ARAGE DOES; AN APPROVED REQUEST
      * NO LARGER THAN THE INVOICE'S OPEN BALANCE POSTS A WOF LINE
      * AGAINST THE INVOICE NUMBER (ARAGE, ARPAY, ARSTMT, ARDUN AND
      * FINCHG TREAT WOF AS A CREDIT ON THE INVOICE), RELIEVES THE
      * CUSTOMER'S CREDIT.DAT BALANCE AND IS MARKED POSTED WITH THE
      * RUN DATE. A REQUEST FOR MORE THAN IS STILL OPEN IS LEFT
      * APPROVED AND LISTED AS NOT POSTED (RETURN CODE 4) SO IT CAN
      * BE REJECTED AND RE-ENTERED.
      *
      * THE REGISTER wrtoff.rpt LISTS EVERY WRITE-OFF POSTED IN THE
      * REPORT MONTH WITH THE PERIOD TOTAL AND THE YEAR-TO-DATE
      * TOTAL, AFTER THE LINES NOT POSTED ON THIS RUN.
      *
      * COMMAND LINE: REPORT MONTH (YYYYMM). BLANK USES THE CURRENT
      * MONTH. POSTINGS ARE ALWAYS DATED TODAY.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WO-FILE ASSIGN TO "WRTOFF.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WO-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CREDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CREDIT-STATUS.
           SELECT WO-REPORT ASSIGN TO "wrtoff.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD WO-FILE.
           COPY WOREC.
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
             88 CRD-ON-HOLD               VALUE 'H'.
       FD WO-REPORT.
       01 PRINT-LINE              PIC X(90).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(22) VALUE
          'BAD-DEBT WRITE-OFFS'.
       01 PERIOD-LINE.
          02 FILLER               PIC X(14) VALUE 'REPORT MONTH  '.
          02 PRN-PERIOD           PIC 9(6).
          02 FILLER               PIC X(12) VALUE '    RUN DATE'.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-RUN-DATE         PIC 9(8).
       01 SECTION-HEADING         PIC X(40).
       01 COLUMN-HEADING.
          02 FILLER               PIC X(33) VALUE
             'NUMBER CUST  INVOICE     AMOUNT '.
          02 FILLER               PIC X(38) VALUE
             'POSTED   APPROVED BY       REASON/NOTE'.
       01 WO-DETAIL-LINE.
          02 PRN-NUMBER           PIC 9(6).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-IDNUM            PIC 9(5).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-INVOICE          PIC 9(6).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-AMOUNT           PIC ZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-POST-DATE        PIC 9(8) BLANK WHEN ZERO.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-APPR-1           PIC X(8).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-APPR-2           PIC X(8).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-NOTE             PIC X(30).
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'POSTED THIS RUN:     '.
          02 PRN-POSTED           PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'NOT POSTED:          '.
          02 PRN-NOT-POSTED       PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(21) VALUE
             'WRITE-OFFS IN MONTH: '.
          02 PRN-MONTH-COUNT      PIC ZZZZ9.
          02 FILLER               PIC X(08) VALUE ' AMOUNT '.
          02 PRN-MONTH-TOTAL      PIC ZZZZZZZZ9.99.
       01 COUNT-LINE-4.
          02 FILLER               PIC X(21) VALUE
             'WRITE-OFFS YEAR TO DA'.
          02 FILLER               PIC X(03) VALUE 'TE:'.
          02 PRN-YTD-COUNT        PIC ZZZZ9.
          02 FILLER               PIC X(08) VALUE ' AMOUNT '.
          02 PRN-YTD-TOTAL        PIC ZZZZZZZZ9.99.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(90) VALUE SPACES.
       01 WS-WO-STATUS            PIC X(2).
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-CREDIT-STATUS        PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-PERIOD               PIC 9(6).
       01 WS-WO-TABLE.
          05 WS-WO-ENTRY OCCURS 1000 TIMES.
             10 WS-WO-DATA        PIC X(107).
       01 WS-WO-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-WO-IDX               PIC 9(4) VALUE ZERO.
       01 WS-WO-CHANGED           PIC X VALUE 'N'.
      * OPEN BALANCE PER INVOICE, NETTED AS THE LEDGER IS READ.
       01 WS-INVOICE-TABLE.
          05 WS-INVOICE-ENTRY OCCURS 2000 TIMES.
             10 WS-INV-IDNUM      PIC 9(5).
             10 WS-INV-NUMBER     PIC 9(6).
             10 WS-INV-BALANCE    PIC S9(8)V99.
       01 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX          PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(4) VALUE ZERO.
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
       01 WS-POSTED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-NOT-POSTED           PIC 9(5) VALUE ZERO.
       01 WS-MONTH-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-MONTH-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-YTD-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-YTD-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'WOPOST'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'WOPOST - BAD-DEBT WRITE-OFF POSTING'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:6) IS NUMERIC
              MOVE WS-CMDLINE(1:6) TO WS-PERIOD
           ELSE
              MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD
           END-IF
           PERFORM LOAD-WO-FILE
           PERFORM LOAD-CREDIT-TABLE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ LEDGER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM NET-ONE-POSTING
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING ARLEDGER.DAT, STATUS: '
                 WS-LEDGER-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT WO-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-PERIOD       TO PRN-PERIOD
           MOVE WS-CURRENT-DATE TO PRN-RUN-DATE
           WRITE PRINT-LINE FROM PERIOD-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM POST-ONE-WRITEOFF
              VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-COUNT
           CLOSE LEDGER-FILE
           IF WS-WO-CHANGED = 'Y'
              PERFORM REWRITE-WO-FILE
           END-IF
           IF WS-CREDIT-CHANGED = 'Y'
              PERFORM REWRITE-CREDIT-FILE
           END-IF
           IF WS-NOT-POSTED > ZERO
              WRITE PRINT-LINE FROM BLANK-LINE
           END-IF
           MOVE 'POSTED IN REPORT MONTH' TO SECTION-HEADING
           WRITE PRINT-LINE FROM SECTION-HEADING
           WRITE PRINT-LINE FROM COLUMN-HEADING
           PERFORM LIST-ONE-WRITEOFF
              VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-POSTED-COUNT TO PRN-POSTED
           MOVE WS-NOT-POSTED   TO PRN-NOT-POSTED
           MOVE WS-MONTH-COUNT  TO PRN-MONTH-COUNT
           MOVE WS-MONTH-TOTAL  TO PRN-MONTH-TOTAL
           MOVE WS-YTD-COUNT    TO PRN-YTD-COUNT
           MOVE WS-YTD-TOTAL    TO PRN-YTD-TOTAL
           WRITE PRINT-LINE FROM COUNT-LINE-1
           WRITE PRINT-LINE FROM COUNT-LINE-2
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM COUNT-LINE-4
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE WO-REPORT
           DISPLAY 'WRITE-OFFS POSTED: ' WS-POSTED-COUNT
              ' NOT POSTED: ' WS-NOT-POSTED
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'WRITE-OFFS POSTED ' WS-POSTED-COUNT
              ' NOT POSTED ' WS-NOT-POSTED
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           IF WS-NOT-POSTED > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE RUN ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-WO-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WO-FILE
           IF WS-WO-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-WO-COUNT >= 1000
                 READ WO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-WO-COUNT
                       MOVE WO-RECORD TO WS-WO-DATA(WS-WO-COUNT)
                 END-READ
              END-PERFORM
              CLOSE WO-FILE
           ELSE
              DISPLAY 'ERROR OPENING WRTOFF.DAT, STATUS: '
                 WS-WO-STATUS
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
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
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
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
       POST-ONE-WRITEOFF.
           MOVE WS-WO-DATA(WS-WO-IDX) TO WO-RECORD
           IF WO-APPROVED
              MOVE ZERO TO WS-FOUND-IDX
              PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
                 UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
                 IF WS-INV-NUMBER(WS-INVOICE-IDX) = WO-INVOICE
                    MOVE WS-INVOICE-IDX TO WS-FOUND-IDX
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-FOUND-IDX = ZERO
                    MOVE 'INVOICE NOT ON LEDGER' TO PRN-NOTE
                    PERFORM REPORT-NOT-POSTED
                 WHEN WS-INV-IDNUM(WS-FOUND-IDX) NOT = WO-IDNUM
                    MOVE 'INVOICE NOT FOR CUSTOMER' TO PRN-NOTE
                    PERFORM REPORT-NOT-POSTED
                 WHEN WO-AMOUNT > WS-INV-BALANCE(WS-FOUND-IDX)
                    MOVE 'MORE THAN OPEN BALANCE' TO PRN-NOTE
                    PERFORM REPORT-NOT-POSTED
                 WHEN OTHER
                    PERFORM POST-WRITEOFF
              END-EVALUATE
           END-IF.
       REPORT-NOT-POSTED.
           IF WS-NOT-POSTED = ZERO
              MOVE 'APPROVED BUT NOT POSTED' TO SECTION-HEADING
              WRITE PRINT-LINE FROM SECTION-HEADING
              WRITE PRINT-LINE FROM COLUMN-HEADING
           END-IF
           ADD 1 TO WS-NOT-POSTED
           PERFORM FILL-DETAIL-LINE
           WRITE PRINT-LINE FROM WO-DETAIL-LINE
           MOVE 'W' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'WRITE-OFF ' WO-NUMBER ' NOT POSTED - ' PRN-NOTE
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG.
       POST-WRITEOFF.
           MOVE SPACES TO LEDGER-RECORD
           MOVE WO-IDNUM        TO LGR-IDNUM
           MOVE 'WOF'           TO LGR-TYPE
           MOVE WO-INVOICE      TO LGR-REF
           MOVE WS-CURRENT-DATE TO LGR-DATE
           MOVE WO-AMOUNT       TO LGR-AMOUNT
           WRITE LEDGER-RECORD
           SUBTRACT WO-AMOUNT FROM WS-INV-BALANCE(WS-FOUND-IDX)
           MOVE 'P'             TO WO-STATUS
           MOVE WS-CURRENT-DATE TO WO-POST-DATE
           MOVE WO-RECORD TO WS-WO-DATA(WS-WO-IDX)
           MOVE 'Y' TO WS-WO-CHANGED
           ADD 1 TO WS-POSTED-COUNT
      * THE AMOUNT IS NO LONGER OWED, SO IT COMES OFF THE CREDIT
      * BALANCE THE SAME WAY A PAYMENT DOES, NEVER BELOW ZERO.
           MOVE ZERO TO WS-CREDIT-FOUND
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
              UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
              IF WS-CRD-IDNUM(WS-CREDIT-IDX) = WO-IDNUM
                 MOVE WS-CREDIT-IDX TO WS-CREDIT-FOUND
              END-IF
           END-PERFORM
           IF WS-CREDIT-FOUND > ZERO
              IF WO-AMOUNT > WS-CRD-BALANCE(WS-CREDIT-FOUND)
                 MOVE ZERO TO WS-CRD-BALANCE(WS-CREDIT-FOUND)
              ELSE
                 SUBTRACT WO-AMOUNT
                    FROM WS-CRD-BALANCE(WS-CREDIT-FOUND)
              END-IF
              MOVE 'Y' TO WS-CREDIT-CHANGED
           END-IF
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           MOVE WO-AMOUNT TO PRN-AMOUNT
           STRING 'WRITE-OFF ' WO-NUMBER ' POSTED INVOICE '
              WO-INVOICE ' AMOUNT ' PRN-AMOUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG.
       LIST-ONE-WRITEOFF.
           MOVE WS-WO-DATA(WS-WO-IDX) TO WO-RECORD
           IF WO-POSTED
              IF WO-POST-DATE(1:4) = WS-PERIOD(1:4)
                 AND WO-POST-DATE(1:6) <= WS-PERIOD
                 ADD 1 TO WS-YTD-COUNT
                 ADD WO-AMOUNT TO WS-YTD-TOTAL
              END-IF
              IF WO-POST-DATE(1:6) = WS-PERIOD
                 ADD 1 TO WS-MONTH-COUNT
                 ADD WO-AMOUNT TO WS-MONTH-TOTAL
                 MOVE WO-REASON TO PRN-NOTE
                 PERFORM FILL-DETAIL-LINE
                 WRITE PRINT-LINE FROM WO-DETAIL-LINE
              END-IF
           END-IF.
       FILL-DETAIL-LINE.
           MOVE WO-NUMBER    TO PRN-NUMBER
           MOVE WO-IDNUM     TO PRN-IDNUM
           MOVE WO-INVOICE   TO PRN-INVOICE
           MOVE WO-AMOUNT    TO PRN-AMOUNT
           MOVE WO-POST-DATE TO PRN-POST-DATE
           MOVE WO-APPR-1    TO PRN-APPR-1
           MOVE WO-APPR-2    TO PRN-APPR-2.
       REWRITE-WO-FILE.
           OPEN OUTPUT WO-FILE
           IF WS-WO-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING WRTOFF.DAT, STATUS: '
                 WS-WO-STATUS
           ELSE
              PERFORM WRITE-ONE-WO
                 VARYING WS-WO-IDX FROM 1 BY 1
                 UNTIL WS-WO-IDX > WS-WO-COUNT
              CLOSE WO-FILE
           END-IF.
       WRITE-ONE-WO.
           MOVE WS-WO-DATA(WS-WO-IDX) TO WO-RECORD
           WRITE WO-RECORD.
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
       END PROGRAM WOPOST.
