      * TO REFORMAT EMPLOYEE PAY INFORMATION.        
      * CALCULATE A 10% RAISE FOR EACH EMPLOYEE.     
      * ALSO PRODUCES A REPORT OF THE INFORMATION.   
      * STAFF PAID BY THE HOUR (AN HOURLY RATE ON THE MASTER) ARE
      * PAID THE TIMEMNT timesheet.dat HOURS OF THE PAY PERIOD ON
      * TOP OF THE BONUS, OVERTIME AT TIME AND A HALF, AND LISTED ON
      * THE HOURS REGISTER hoursreg.rpt. TIMESHEET LINES FOR A
      * TERMINATED, UNKNOWN OR SALARIED EMPLOYEE GO TO empreject.txt.
      * WHAT EACH empded.dat RULE TOOK IS ADDED TO THE EMPLOYEE'S
      * YEAR-TO-DATE DEDUCTIONS BY TYPE (empdedytd.dat), AND EVERY
      * COMPLETED RUN APPENDS ITS TOTALS TO THE cobtrn6.hst RUN
      * HISTORY THE YEAR-END STATEMENTS BALANCE AGAINST.
      * A FULL RUN REGISTERS empofile.txt WITH CTLREG (RECORDS AND
      * NET PAY IN CENTS) FOR THE DDPAY BANK PAYMENT FILE.
   
       ENVIRONMENT DIVISION. 
       INPUT-OUTPUT SECTION. 
                 ASSIGN TO "empded.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-DED.
             SELECT OPTIONAL DEDUCTION-YTD-FILE
                 ASSIGN TO "empdedytd.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-DYT.
             SELECT OPTIONAL PAY-HISTORY-FILE
                 ASSIGN TO "cobtrn6.hst"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-HIST.
             SELECT DEDUCTION-REPORT
                 ASSIGN TO "dedreg.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT COMMISSION-FILE
                 ASSIGN TO "empcomm.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-COMM.
             SELECT OPTIONAL TIMESHEET-FILE
                 ASSIGN TO "timesheet.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-TIME.
             SELECT HOURS-REGISTER
                 ASSIGN TO "hoursreg.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS RANDOM
                 RECORD KEY   IS EMP-ID
                 FILE STATUS  IS WS-STATUS-EMPVS.
       DATA DIVISION.
       FILE SECTION. 
       FD  EMPLOYEE-IN-FILE 
          05  FILLER           PIC X(01).
          05  DED-VALUE        PIC 9(05)V99.
          05  FILLER           PIC X(01).
       FD  DEDUCTION-YTD-FILE.
           COPY DYTREC.
       FD  PAY-HISTORY-FILE.
           COPY PHSREC.
       FD  DEDUCTION-REPORT.
       01 DED-PRINT-LINE       PIC X(80).
      * SALES COMMISSION FROM COMMCALC, PAID AS BONUS INPUT.
       FD  COMMISSION-FILE.
           COPY COMREC.
      * THE PAY PERIOD'S HOURS FROM TIMEMNT.
       FD  TIMESHEET-FILE.
           COPY TIMREC.
       FD  HOURS-REGISTER.
       01 HRS-PRINT-LINE       PIC X(80).
      * LOOKED UP ONLY TO SAY WHY A TIMESHEET MATCHED NO EMPLOYEE.
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.
       WORKING-STORAGE SECTION.
       01 WS-FLAGS. 
          05  SW-END-OF-FILE-SWITCH   PIC X(1) 
              88  SW-NO-ERRORS        VALUE 'N'. 
       01 IN-EMPLOYEE-RECORD. 
             05  EMP-ID-IN     PIC X(04). 
      *      HOURLY RATE FROM THE MASTER; ZERO OR BLANK = SALARIED.
             05  HRLY-RATE-IN  PIC 99V99. 
             05  FILLER        PIC X(01). 
             05  REG-PAY-IN    PIC 99999V99. 
             05  FILLER        PIC X(02). 
             05  BON-PAY-IN    PIC 9999V99. 
       01 DISPLAY-EMPLOYEE-PIC. 
               05  DIS-REG-PAY  PIC 99999.99. 
               05  DIS-NEW-PAY  PIC 99999.99. 
               05  DIS-BON-PAY  PIC 99999.99. 
       01 HDR-LINE-01. 
             05  FILLER       PIC X(25) VALUE SPACES. 
             05  FILLER       PIC X(30) 
       77 WS-REJECT-COUNT     PIC 9(06) VALUE ZERO.
       77 WS-TOTAL-REG-PAY    PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-NEW-PAY    PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-BONUS      PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-DED        PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-NET-PAY    PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-PRIOR-NEW-PAY    PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-PRIOR-SEEN       PIC X(01) VALUE 'N'.
       77 WS-PAY-SWING-PCT    PIC S9(07)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-DED-THIS         PIC S9(07)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-DED-ONE          PIC S9(07)V99 USAGE COMP-3 VALUE ZERO.
       77 NET-PAY-PKD         PIC S9(6)V9(2) USAGE COMP-3.
      * THE empcomm.dat LINES; PENDING ONES FOR AN EMPLOYEE IN THE
      * RUN ARE ADDED TO THE BONUS AND MARKED PAID.
       01 WS-COMM-TABLE.
          05 WS-COMM-DATA OCCURS 3000 TIMES PIC X(46).
       77 WS-COMM-COUNT       PIC 9(04) VALUE ZERO.
       77 WS-COMM-IDX         PIC 9(04) VALUE ZERO.
       77 WS-COMM-EOF         PIC X(01) VALUE 'N'.
       77 WS-STATUS-COMM      PIC X(02).
       77 WS-COMM-THIS        PIC S9(07)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-COMM-PAID        PIC 9(05) VALUE ZERO.
       77 WS-COMM-PENDING     PIC 9(05) VALUE ZERO.
      * THE timesheet.dat LINES OF THE PAY PERIOD. EACH IS MARKED AS
      * ITS EMPLOYEE COMES THROUGH; ANY LEFT UNSEEN OR BELONGING TO A
      * SALARIED EMPLOYEE ARE REJECTED AT THE END OF THE RUN.
       01 WS-TS-TABLE.
          05 WS-TS-ENTRY OCCURS 3000 TIMES.
             10 WS-TS-EMP-ID     PIC 9(04).
             10 WS-TS-DATE       PIC 9(08).
             10 WS-TS-REG-HOURS  PIC 9(02)V99.
             10 WS-TS-OT-HOURS   PIC 9(02)V99.
             10 WS-TS-STATE      PIC X(01).
                88 WS-TS-UNSEEN          VALUE 'N'.
                88 WS-TS-PAID            VALUE 'P'.
                88 WS-TS-SEEN            VALUE 'S'.
                88 WS-TS-SALARIED        VALUE 'H'.
       77 WS-TS-COUNT         PIC 9(04) VALUE ZERO.
       77 WS-TS-IDX           PIC 9(04) VALUE ZERO.
       77 WS-TS-EOF           PIC X(01) VALUE 'N'.
       77 WS-TS-NEW-STATE     PIC X(01) VALUE 'N'.
       77 WS-STATUS-TIME      PIC X(02).
       77 WS-STATUS-EMPVS     PIC X(02).
       77 WS-PERIOD-START     PIC 9(08) VALUE ZERO.
       77 WS-PERIOD-END       PIC 9(08) VALUE ZERO.
       77 WS-HOURLY-RATE      PIC 9(02)V99 VALUE ZERO.
       77 WS-OT-FACTOR        PIC 9V9 VALUE 1.5.
       77 WS-EMP-REG-HOURS    PIC S9(04)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-EMP-OT-HOURS     PIC S9(04)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-EMP-REG-HRS-PAY  PIC S9(07)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-EMP-OT-PAY       PIC S9(07)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOT-REG-HOURS    PIC S9(07)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOT-OT-HOURS     PIC S9(07)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOT-REG-HRS-PAY  PIC S9(09)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOT-OT-PAY       PIC S9(09)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-HOURLY-COUNT     PIC 9(06) VALUE ZERO.
       77 WS-TS-REJECT-COUNT  PIC 9(06) VALUE ZERO.
       77 WS-EMPVS-OPEN       PIC X(01) VALUE 'N'.
       01 HRS-HEADING.
          05 FILLER            PIC X(28) VALUE
             'HOURS REGISTER - PAY PERIOD '.
          05 RPT-HRS-START     PIC 9(08).
          05 FILLER            PIC X(04) VALUE ' TO '.
          05 RPT-HRS-END       PIC 9(08).
       01 HRS-COLUMNS.
          05 FILLER            PIC X(40) VALUE
             'EMP-ID    REG HRS   OT HRS   RATE    REG'.
          05 FILLER            PIC X(29) VALUE
             ' PAY     OT PAY    HOURLY PAY'.
       01 HRS-DETAIL-LINE.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 RPT-HRS-EMP-ID    PIC 9(04).
          05 FILLER            PIC X(03) VALUE SPACES.
          05 RPT-HRS-REG       PIC ZZZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 RPT-HRS-OT        PIC ZZZZ9.99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 RPT-HRS-RATE      PIC Z9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 RPT-HRS-REG-PAY   PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 RPT-HRS-OT-PAY    PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 RPT-HRS-TOTAL     PIC Z,ZZZ,ZZ9.99.
       01 HRS-TOTAL-LINE.
          05 FILLER            PIC X(09) VALUE 'TOTAL'.
          05 RPT-HRS-TOT-REG   PIC ZZZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 RPT-HRS-TOT-OT    PIC ZZZZ9.99.
          05 FILLER            PIC X(08) VALUE SPACES.
          05 RPT-HRS-TOT-RPAY  PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 RPT-HRS-TOT-OPAY  PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 RPT-HRS-TOT-PAY   PIC Z,ZZZ,ZZ9.99.
       01 HRS-COUNT-LINE.
          05 FILLER            PIC X(26) VALUE
             'HOURLY EMPLOYEES PAID:    '.
          05 RPT-HRS-COUNT     PIC ZZZZZ9.
       01 HRS-REJECT-LINE.
          05 FILLER            PIC X(26) VALUE
             'TIMESHEET LINES REJECTED: '.
          05 RPT-HRS-REJECTS   PIC ZZZZZ9.
          05 FILLER            PIC X(21) VALUE
             ' - SEE empreject.txt'.
       01 WS-DEDTYPE-TABLE.
          05 WS-DTY-ENTRY OCCURS 20 TIMES.
             10 WS-DTY-TYPE      PIC X(10).
       77 WS-DTY-COUNT        PIC 9(02) VALUE ZERO.
       77 WS-DTY-IDX          PIC 9(02) VALUE ZERO.
       77 WS-DTY-FOUND        PIC 9(02) VALUE ZERO.
      * THE empdedytd.dat BALANCES HELD IN STORAGE WHILE THE CYCLE
      * POSTS, ONE ENTRY PER EMPLOYEE AND DEDUCTION TYPE.
       01 WS-DYT-TABLE.
          05 WS-DYT-ENTRY OCCURS 5000 TIMES.
             10 WS-DYT-EMP-ID    PIC 9(04).
             10 WS-DYT-TYPE      PIC X(10).
             10 WS-DYT-AMOUNT    PIC S9(09)V99 USAGE COMP-3.
       77 WS-DYT-COUNT        PIC 9(04) VALUE ZERO.
       77 WS-DYT-IDX          PIC 9(04) VALUE ZERO.
       77 WS-DYT-FOUND        PIC 9(04) VALUE ZERO.
       77 WS-DYT-EOF          PIC X(01) VALUE 'N'.
       77 WS-STATUS-DYT       PIC X(02).
       77 WS-STATUS-HIST      PIC X(02).
       01 DED-HEADING          PIC X(19) VALUE
          'DEDUCTIONS REGISTER'.
       01 DED-TYPE-LINE.
          05 FILLER            PIC X(22) VALUE ' TOTAL NEW PAY.......:'.
          05 CTL-NEW-PAY       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(41) VALUE SPACES.
       01 CTL-LINE-07.
          05 FILLER            PIC X(22) VALUE ' TIMESHEETS REJECTED.:'.
          05 CTL-TS-REJECTED   PIC ZZZZZ9.
          05 FILLER            PIC X(52) VALUE SPACES.
       01 CTL-LINE-06.
          05 FILLER            PIC X(40) VALUE
             ' ** GROSS PAY SWING EXCEEDS 20 PCT OF '.
           PERFORM P140-READ-PRIOR-TOTALS
           PERFORM P145-LOAD-YTD-FILE
           PERFORM P146-LOAD-DEDUCTIONS
           PERFORM P149-LOAD-DED-YTD
           PERFORM P148-LOAD-COMMISSIONS
           PERFORM P141-LOAD-TIMESHEETS
           PERFORM P150-READ-CHECKPOINT
           OPEN INPUT EMPLOYEE-IN-FILE
           IF WS-STATUS-INPUT NOT = '00' THEN
              OPEN EXTEND EMPLOYEE-OUT-FILE
              OPEN EXTEND REPORT-OUT-FILE
              OPEN EXTEND REJECT-OUT-FILE
              OPEN EXTEND HOURS-REGISTER
           ELSE
              OPEN OUTPUT EMPLOYEE-OUT-FILE
              OPEN OUTPUT REPORT-OUT-FILE
              WRITE REPORT-RECORD-OUT FROM SPC-LINE
              WRITE REPORT-RECORD-OUT FROM DTL-HDR01
              WRITE REPORT-RECORD-OUT FROM DTL-HDR02
              OPEN OUTPUT HOURS-REGISTER
              MOVE WS-PERIOD-START TO RPT-HRS-START
              MOVE WS-PERIOD-END   TO RPT-HRS-END
              WRITE HRS-PRINT-LINE FROM HRS-HEADING
              WRITE HRS-PRINT-LINE FROM SPC-LINE
              WRITE HRS-PRINT-LINE FROM HRS-COLUMNS
           END-IF
           INITIALIZE IN-EMPLOYEE-RECORD,
                      OUT-EMPLOYEE-RECORD.
                       TO REG-PAY-OUT,
                          RPT-REG-PAY,
                          DIS-REG-PAY
                    MOVE BON-PAY-PKD
                       TO BON-PAY-OUT,
                          RPT-BON-PAY,
                          DIS-BON-PAY
                    ADD 1 TO WS-WRITTEN-COUNT
                    ADD REG-PAY-PKD TO WS-TOTAL-REG-PAY
                    ADD NEW-PAY-PKD TO WS-TOTAL-NEW-PAY
                    ADD BON-PAY-PKD TO WS-TOTAL-BONUS
                    ADD NET-PAY-PKD TO WS-TOTAL-NET-PAY
                    PERFORM P180-POST-YTD
                    IF WS-HOURLY-RATE > ZERO
                       PERFORM P187-WRITE-HOURS-LINE
                       MOVE 'P' TO WS-TS-NEW-STATE
                    ELSE
                       MOVE 'H' TO WS-TS-NEW-STATE
                    END-IF
                    PERFORM P185-MARK-TIMESHEETS
                 ELSE
                    DISPLAY ' ** RECORD #' WS-RECORD-NUM ' DISCARDED **'
                    MOVE WS-RECORD-NUM  TO REJ-RECORD-NUM
                    MOVE WS-REJECT-REASON TO REJ-REASON
                    WRITE REJECT-RECORD-OUT
                    ADD 1 TO WS-REJECT-COUNT
                    IF EMP-ID-IN IS NUMERIC
                       MOVE 'S' TO WS-TS-NEW-STATE
                       PERFORM P185-MARK-TIMESHEETS
                    END-IF
                 END-IF
                 IF WS-COMM-THIS > ZERO
                    PERFORM P370-SAVE-COMMISSIONS
                 END-IF
                 PERFORM P160-WRITE-CHECKPOINT
              ELSE
      *          HANDLED BEFORE THE RESTART - ITS HOURS WERE PAID THEN.
                 IF EMP-ID-IN IS NUMERIC
                    MOVE EMP-ID-IN TO EMP-ID-BIN
                    MOVE 'S' TO WS-TS-NEW-STATE
                    PERFORM P185-MARK-TIMESHEETS
                 END-IF
              END-IF
              READ EMPLOYEE-IN-FILE
                 INTO IN-EMPLOYEE-RECORD
              CLOSE CHECKPOINT-FILE
           END-IF.
       P300-TERMINATION.
           PERFORM P380-REJECT-TIMESHEETS
           PERFORM P390-WRITE-HOURS-TOTALS
           MOVE WS-READ-COUNT    TO OTR-READ-COUNT
           MOVE WS-WRITTEN-COUNT TO OTR-WRITTEN-COUNT
           MOVE WS-REJECT-COUNT  TO OTR-REJECT-COUNT
           CLOSE EMPLOYEE-IN-FILE,
                 EMPLOYEE-OUT-FILE,
                 REPORT-OUT-FILE,
                 REJECT-OUT-FILE,
                 HOURS-REGISTER.
      *    A RESTART RUN HOLDS ONLY PARTIAL TOTALS - LEAVE THE LAST
      *    FULL RUN'S TOTALS FILE IN PLACE FOR THE NEXT BALANCE.
           IF WS-RESTART-RECORD-NUM = ZERO
              PERFORM P330-SAVE-RUN-TOTALS
           END-IF
           PERFORM P340-SAVE-YTD-FILE
           PERFORM P347-SAVE-DED-YTD
      *    A RESTART RUN POSTED ONLY ITS OWN RECORDS INTO THE YTD
      *    FILES, SO ITS HISTORY LINE CARRIES ONLY THOSE TOTALS.
           PERFORM P335-APPEND-RUN-HISTORY
           PERFORM P360-WRITE-DEDUCTION-REGISTER
           PERFORM P370-SAVE-COMMISSIONS
           PERFORM P350-CLEAR-CHECKPOINT
      *    A RESTART RUN ONLY READ PART OF THE FILE, SO ONLY A FULL
      *    RUN REGISTERS ITS CONSUMED TOTALS FOR CTLVERIF.
              CALL WS-CTLREG-PROG USING CTLREG-PARMS
                 ON EXCEPTION CONTINUE
              END-CALL
      *       THE PAY FILE ITSELF: DDPAY BALANCES THE BANK PAYMENT
      *       FILE AGAINST THIS COUNT AND NET PAY IN CENTS.
              MOVE 'PROD'         TO REG-ROLE
              MOVE 'empofile.txt' TO REG-FILE-NAME
              MOVE 'COBTRN6'      TO REG-PROGRAM
              MOVE WS-WRITTEN-COUNT TO REG-COUNT
              COMPUTE REG-HASH = WS-TOTAL-NET-PAY * 100
              CALL WS-CTLREG-PROG USING CTLREG-PARMS
                 ON EXCEPTION CONTINUE
              END-CALL
           END-IF
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
              ' REJECTED ' WS-REJECT-COUNT DELIMITED BY SIZE
              INTO LOG-MESSAGE
           PERFORM P900-WRITE-OPS-LOG
           IF WS-COMM-COUNT > ZERO
              PERFORM P375-COUNT-PENDING
              DISPLAY '  COMMISSIONS PAID: ' WS-COMM-PAID
                 '  STILL PENDING: ' WS-COMM-PENDING
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'COMMISSIONS PAID ' WS-COMM-PAID
                 ' STILL PENDING ' WS-COMM-PENDING
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM P900-WRITE-OPS-LOG
           END-IF
           IF WS-TS-REJECT-COUNT > ZERO
              DISPLAY '  TIMESHEET LINES REJECTED: ' WS-TS-REJECT-COUNT
              MOVE 'W' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'TIMESHEET LINES REJECTED ' WS-TS-REJECT-COUNT
                 ' - SEE empreject.txt'
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM P900-WRITE-OPS-LOG
           END-IF
      *    STANDARD BATCH RETURN CODES: 0 CLEAN, 4 WHEN REJECTS ARE
      *    PRESENT, 8 PROCESSING ERROR, 12 FILE UNUSABLE.
           IF WS-REJECT-COUNT > ZERO OR WS-TS-REJECT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           WRITE REPORT-RECORD-OUT FROM CTL-LINE-02
           MOVE WS-REJECT-COUNT  TO CTL-REJECTED
           WRITE REPORT-RECORD-OUT FROM CTL-LINE-03
           IF WS-TS-COUNT > ZERO
              MOVE WS-TS-REJECT-COUNT TO CTL-TS-REJECTED
              WRITE REPORT-RECORD-OUT FROM CTL-LINE-07
           END-IF
           MOVE WS-TOTAL-REG-PAY TO CTL-REG-PAY
           WRITE REPORT-RECORD-OUT FROM CTL-LINE-04
           MOVE WS-TOTAL-NEW-PAY TO CTL-NEW-PAY
              WRITE PRIOR-TOTALS-RECORD
              CLOSE PRIOR-TOTALS-FILE
           END-IF.
       P335-APPEND-RUN-HISTORY.
           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-STATUS-HIST NOT = '00' AND '05' THEN
              DISPLAY ' ** ERROR ON RUN HISTORY OPEN - FILE STATUS '
                 WS-STATUS-HIST
              MOVE 'W' TO LOG-SEVERITY
              MOVE 'RUN HISTORY cobtrn6.hst NOT UPDATED'
                 TO LOG-MESSAGE
              PERFORM P900-WRITE-OPS-LOG
           ELSE
              MOVE SPACES           TO PAY-HISTORY-RECORD
              MOVE WS-RUN-DATE-RAW  TO PH-RUN-DATE
              MOVE 'COBTRN6'        TO PH-PROGRAM
              IF WS-RESTART-RECORD-NUM > ZERO
                 SET PH-RESTART-RUN TO TRUE
              ELSE
                 SET PH-FULL-RUN TO TRUE
              END-IF
              MOVE WS-WRITTEN-COUNT TO PH-WRITTEN
              MOVE WS-TOTAL-REG-PAY TO PH-REG-PAY
              MOVE WS-TOTAL-NEW-PAY TO PH-NEW-PAY
              MOVE WS-TOTAL-BONUS   TO PH-BONUS
              MOVE WS-TOTAL-DED     TO PH-DEDUCTIONS
              WRITE PAY-HISTORY-RECORD
              CLOSE PAY-HISTORY-FILE
           END-IF.
       P310-WRITE-BAND-TOTALS.
           MOVE WS-BAND-IDX                TO RPT-BAND-NUM
           MOVE WS-BAND-LOW(WS-BAND-IDX)  TO RPT-BAND-LOW
           MOVE WS-YTD-RAISE(WS-YTD-IDX)  TO YTD-RAISE
           MOVE WS-YTD-BONUS(WS-YTD-IDX)  TO YTD-BONUS
           WRITE YTD-RECORD.
       P149-LOAD-DED-YTD.
           MOVE 'N' TO WS-DYT-EOF
           OPEN INPUT DEDUCTION-YTD-FILE
           IF WS-STATUS-DYT = '00' OR '05' THEN
              PERFORM UNTIL WS-DYT-EOF = 'Y'
                 OR WS-DYT-COUNT >= 5000
                 READ DEDUCTION-YTD-FILE
                    AT END MOVE 'Y' TO WS-DYT-EOF
                    NOT AT END
                       ADD 1 TO WS-DYT-COUNT
                       MOVE DY-EMP-ID
                          TO WS-DYT-EMP-ID(WS-DYT-COUNT)
                       MOVE DY-TYPE
                          TO WS-DYT-TYPE(WS-DYT-COUNT)
                       MOVE DY-AMOUNT
                          TO WS-DYT-AMOUNT(WS-DYT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE DEDUCTION-YTD-FILE
           END-IF.
       P196-POST-DED-YTD.
      *    WHAT THIS RULE TOOK FOLDS INTO THE EMPLOYEE'S YEAR-TO-DATE
      *    TOTAL FOR THE DEDUCTION TYPE.
           ADD WS-DED-ONE TO WS-TOTAL-DED
           MOVE ZERO TO WS-DYT-FOUND
           PERFORM VARYING WS-DYT-IDX FROM 1 BY 1
              UNTIL WS-DYT-IDX > WS-DYT-COUNT
              OR WS-DYT-FOUND > ZERO
              IF WS-DYT-EMP-ID(WS-DYT-IDX) = EMP-ID-BIN
                 AND WS-DYT-TYPE(WS-DYT-IDX)
                    = WS-DED-TYPE(WS-DED-IDX)
                 MOVE WS-DYT-IDX TO WS-DYT-FOUND
              END-IF
           END-PERFORM
           IF WS-DYT-FOUND = ZERO AND WS-DYT-COUNT < 5000
              ADD 1 TO WS-DYT-COUNT
              MOVE WS-DYT-COUNT TO WS-DYT-FOUND
              MOVE EMP-ID-BIN TO WS-DYT-EMP-ID(WS-DYT-FOUND)
              MOVE WS-DED-TYPE(WS-DED-IDX)
                 TO WS-DYT-TYPE(WS-DYT-FOUND)
              MOVE ZERO TO WS-DYT-AMOUNT(WS-DYT-FOUND)
           END-IF
           IF WS-DYT-FOUND > ZERO
              ADD WS-DED-ONE TO WS-DYT-AMOUNT(WS-DYT-FOUND)
           END-IF.
       P347-SAVE-DED-YTD.
           OPEN OUTPUT DEDUCTION-YTD-FILE
           IF WS-STATUS-DYT NOT = '00' AND '05' THEN
              DISPLAY ' ** ERROR ON DEDUCTION YTD OPEN - FILE STATUS '
                 WS-STATUS-DYT
           ELSE
              PERFORM P348-WRITE-ONE-DED-YTD
                 VARYING WS-DYT-IDX FROM 1 BY 1
                 UNTIL WS-DYT-IDX > WS-DYT-COUNT
              CLOSE DEDUCTION-YTD-FILE
           END-IF.
       P348-WRITE-ONE-DED-YTD.
           MOVE SPACES TO DEDUCTION-YTD-RECORD
           MOVE WS-DYT-EMP-ID(WS-DYT-IDX) TO DY-EMP-ID
           MOVE WS-DYT-TYPE(WS-DYT-IDX)   TO DY-TYPE
           MOVE WS-DYT-AMOUNT(WS-DYT-IDX) TO DY-AMOUNT
           WRITE DEDUCTION-YTD-RECORD.
       P146-LOAD-DEDUCTIONS.
           MOVE 'N' TO WS-DED-EOF
           OPEN INPUT DEDUCTION-FILE
              DISPLAY ' ** BAD DEDUCTION LINE IGNORED: '
                 DEDUCTION-RECORD
           END-IF.
       P148-LOAD-COMMISSIONS.
           MOVE 'N' TO WS-COMM-EOF
           OPEN INPUT COMMISSION-FILE
           IF WS-STATUS-COMM NOT = '00' THEN
              DISPLAY '  NO COMMISSION FILE - BONUS AS INPUT'
           ELSE
              PERFORM UNTIL WS-COMM-EOF = 'Y'
                 OR WS-COMM-COUNT >= 3000
                 READ COMMISSION-FILE
                    AT END MOVE 'Y' TO WS-COMM-EOF
                    NOT AT END
                       ADD 1 TO WS-COMM-COUNT
                       MOVE COMMISSION-RECORD
                          TO WS-COMM-DATA(WS-COMM-COUNT)
                 END-READ
              END-PERFORM
              CLOSE COMMISSION-FILE
              DISPLAY '  COMMISSION LINES LOADED: ' WS-COMM-COUNT
           END-IF.
       P175-ADD-COMMISSION.
      *    EVERY PENDING COMMISSION LINE FOR THE EMPLOYEE IS PAID ON
      *    TOP OF THE BONUS ON THE INPUT RECORD AND MARKED PAID WITH
      *    TODAY'S DATE, SO IT IS NEVER PAID TWICE.
           MOVE ZERO TO WS-COMM-THIS
           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
              UNTIL WS-COMM-IDX > WS-COMM-COUNT
              MOVE WS-COMM-DATA(WS-COMM-IDX) TO COMMISSION-RECORD
              IF CMF-PENDING AND CMF-EMP-ID = EMP-ID-BIN
                 ADD CMF-AMOUNT TO WS-COMM-THIS
                 ADD 1 TO WS-COMM-PAID
                 MOVE 'D' TO CMF-STATUS
                 ACCEPT CMF-PAY-DATE FROM DATE YYYYMMDD
                 MOVE COMMISSION-RECORD TO WS-COMM-DATA(WS-COMM-IDX)
              END-IF
           END-PERFORM
           ADD WS-COMM-THIS TO BON-PAY-PKD.
       P141-LOAD-TIMESHEETS.
           MOVE 'N' TO WS-TS-EOF
           OPEN INPUT TIMESHEET-FILE
           IF WS-STATUS-TIME NOT = '00' THEN
              DISPLAY '  NO TIMESHEET FILE - NO HOURLY PAY'
           ELSE
              PERFORM UNTIL WS-TS-EOF = 'Y'
                 OR WS-TS-COUNT >= 3000
                 READ TIMESHEET-FILE
                    AT END MOVE 'Y' TO WS-TS-EOF
                    NOT AT END PERFORM P142-STORE-TIMESHEET
                 END-READ
              END-PERFORM
              CLOSE TIMESHEET-FILE
              DISPLAY '  PAY PERIOD: ' WS-PERIOD-START ' TO '
                 WS-PERIOD-END
              DISPLAY '  TIMESHEET LINES LOADED: ' WS-TS-COUNT
           END-IF.
       P142-STORE-TIMESHEET.
           IF TSP-PERIOD
              MOVE TSP-START-DATE TO WS-PERIOD-START
              MOVE TSP-END-DATE   TO WS-PERIOD-END
           ELSE
              IF TS-EMP-ID IS NUMERIC AND TS-REG-HOURS IS NUMERIC
                 AND TS-OT-HOURS IS NUMERIC
                 ADD 1 TO WS-TS-COUNT
                 MOVE TS-EMP-ID    TO WS-TS-EMP-ID(WS-TS-COUNT)
                 MOVE TS-WORK-DATE TO WS-TS-DATE(WS-TS-COUNT)
                 MOVE TS-REG-HOURS TO WS-TS-REG-HOURS(WS-TS-COUNT)
                 MOVE TS-OT-HOURS  TO WS-TS-OT-HOURS(WS-TS-COUNT)
                 MOVE 'N'          TO WS-TS-STATE(WS-TS-COUNT)
              ELSE
                 DISPLAY ' ** BAD TIMESHEET LINE IGNORED: '
                    TIMESHEET-RECORD
              END-IF
           END-IF.
       P176-ADD-HOURLY-PAY.
      *    THE PERIOD'S HOURS AT THE HOURLY RATE, OVERTIME AT TIME AND
      *    A HALF, PAID ON TOP OF THE BONUS THE WAY COMMISSION IS.
           MOVE ZERO TO WS-EMP-REG-HOURS WS-EMP-OT-HOURS
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
              UNTIL WS-TS-IDX > WS-TS-COUNT
              IF WS-TS-EMP-ID(WS-TS-IDX) = EMP-ID-BIN
                 ADD WS-TS-REG-HOURS(WS-TS-IDX) TO WS-EMP-REG-HOURS
                 ADD WS-TS-OT-HOURS(WS-TS-IDX)  TO WS-EMP-OT-HOURS
              END-IF
           END-PERFORM
           COMPUTE WS-EMP-REG-HRS-PAY ROUNDED =
              WS-EMP-REG-HOURS * WS-HOURLY-RATE
           COMPUTE WS-EMP-OT-PAY ROUNDED =
              WS-EMP-OT-HOURS * WS-HOURLY-RATE * WS-OT-FACTOR
           ADD WS-EMP-REG-HRS-PAY WS-EMP-OT-PAY TO BON-PAY-PKD.
       P185-MARK-TIMESHEETS.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
              UNTIL WS-TS-IDX > WS-TS-COUNT
              IF WS-TS-EMP-ID(WS-TS-IDX) = EMP-ID-BIN
                 MOVE WS-TS-NEW-STATE TO WS-TS-STATE(WS-TS-IDX)
              END-IF
           END-PERFORM.
       P187-WRITE-HOURS-LINE.
           MOVE EMP-ID-BIN         TO RPT-HRS-EMP-ID
           MOVE WS-EMP-REG-HOURS   TO RPT-HRS-REG
           MOVE WS-EMP-OT-HOURS    TO RPT-HRS-OT
           MOVE WS-HOURLY-RATE     TO RPT-HRS-RATE
           MOVE WS-EMP-REG-HRS-PAY TO RPT-HRS-REG-PAY
           MOVE WS-EMP-OT-PAY      TO RPT-HRS-OT-PAY
           COMPUTE RPT-HRS-TOTAL = WS-EMP-REG-HRS-PAY + WS-EMP-OT-PAY
           WRITE HRS-PRINT-LINE FROM HRS-DETAIL-LINE
           ADD 1 TO WS-HOURLY-COUNT
           ADD WS-EMP-REG-HOURS   TO WS-TOT-REG-HOURS
           ADD WS-EMP-OT-HOURS    TO WS-TOT-OT-HOURS
           ADD WS-EMP-REG-HRS-PAY TO WS-TOT-REG-HRS-PAY
           ADD WS-EMP-OT-PAY      TO WS-TOT-OT-PAY.
       P190-COMPUTE-NET-PAY.
      *    THE DEDUCTIONS APPLY AFTER THE BAND/CAP RAISE: A FIXED
      *    KIND COMES OFF AS IS, A PERCENT KIND TAKES ITS SHARE OF
                 END-IF
                 ADD WS-DED-ONE TO WS-DED-THIS
                 PERFORM P195-TOTAL-BY-TYPE
                 PERFORM P196-POST-DED-YTD
              END-IF
           END-PERFORM
           IF WS-DED-THIS >= NET-PAY-PKD
              MOVE WS-DED-TYPE(WS-DED-IDX)   TO RPT-DED-UTYPE
              WRITE DED-PRINT-LINE FROM DED-UNMATCHED-LINE
           END-IF.
       P370-SAVE-COMMISSIONS.
      *    ALSO SAVED AS EACH COMMISSION IS PAID, SO A RESTART AFTER
      *    AN ABEND DOES NOT PAY A COMMISSION A SECOND TIME.
           IF WS-COMM-COUNT > ZERO
              OPEN OUTPUT COMMISSION-FILE
              IF WS-STATUS-COMM NOT = '00' THEN
                 DISPLAY ' ** ERROR ON COMMISSION OPEN - FILE STATUS '
                    WS-STATUS-COMM
              ELSE
                 PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
                    UNTIL WS-COMM-IDX > WS-COMM-COUNT
                    MOVE WS-COMM-DATA(WS-COMM-IDX)
                       TO COMMISSION-RECORD
                    WRITE COMMISSION-RECORD
                 END-PERFORM
                 CLOSE COMMISSION-FILE
              END-IF
           END-IF.
       P380-REJECT-TIMESHEETS.
      *    A TIMESHEET LINE NO EMPLOYEE IN THE RUN TOOK IS REJECTED,
      *    THE MASTER SAYING WHETHER THE EMPLOYEE IS TERMINATED OR
      *    UNKNOWN; SO IS ONE FOR AN EMPLOYEE WITH NO HOURLY RATE.
      *    THE REJECT NUMBER IS THE LINE'S PLACE ON timesheet.dat.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
              UNTIL WS-TS-IDX > WS-TS-COUNT
              IF WS-TS-UNSEEN(WS-TS-IDX) OR WS-TS-SALARIED(WS-TS-IDX)
                 PERFORM P385-REJECT-ONE-TIMESHEET
              END-IF
           END-PERFORM
           IF WS-EMPVS-OPEN = 'Y'
              CLOSE EMPLOYEE-VS-FILE
           END-IF.
       P385-REJECT-ONE-TIMESHEET.
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-TS-SALARIED(WS-TS-IDX)
              STRING 'TIMESHEET ' WS-TS-DATE(WS-TS-IDX)
                 ' EMP NOT HOURLY' DELIMITED BY SIZE
                 INTO WS-REJECT-REASON
           ELSE
              IF WS-EMPVS-OPEN = 'N'
                 OPEN INPUT EMPLOYEE-VS-FILE
                 IF WS-STATUS-EMPVS = '00' OR '97'
                    MOVE 'Y' TO WS-EMPVS-OPEN
                 ELSE
                    MOVE 'X' TO WS-EMPVS-OPEN
                 END-IF
              END-IF
              MOVE '99' TO WS-STATUS-EMPVS
              IF WS-EMPVS-OPEN = 'Y'
                 MOVE WS-TS-EMP-ID(WS-TS-IDX) TO EMP-ID
                 READ EMPLOYEE-VS-FILE
              END-IF
              EVALUATE TRUE
                 WHEN WS-STATUS-EMPVS = '23'
                    STRING 'TIMESHEET ' WS-TS-DATE(WS-TS-IDX)
                       ' EMP NOT ON FILE' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                 WHEN WS-STATUS-EMPVS = '00' AND EMP-IS-DELETED
                    STRING 'TIMESHEET ' WS-TS-DATE(WS-TS-IDX)
                       ' EMP TERMINATED' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                 WHEN OTHER
                    STRING 'TIMESHEET ' WS-TS-DATE(WS-TS-IDX)
                       ' EMP NOT IN PAY RUN' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           MOVE WS-TS-IDX                TO REJ-RECORD-NUM
           MOVE WS-TS-EMP-ID(WS-TS-IDX)  TO REJ-EMP-ID-IN
           MOVE WS-REJECT-REASON         TO REJ-REASON
           WRITE REJECT-RECORD-OUT
           ADD 1 TO WS-TS-REJECT-COUNT.
       P390-WRITE-HOURS-TOTALS.
           WRITE HRS-PRINT-LINE FROM SPC-LINE
           MOVE WS-TOT-REG-HOURS   TO RPT-HRS-TOT-REG
           MOVE WS-TOT-OT-HOURS    TO RPT-HRS-TOT-OT
           MOVE WS-TOT-REG-HRS-PAY TO RPT-HRS-TOT-RPAY
           MOVE WS-TOT-OT-PAY      TO RPT-HRS-TOT-OPAY
           COMPUTE RPT-HRS-TOT-PAY = WS-TOT-REG-HRS-PAY + WS-TOT-OT-PAY
           WRITE HRS-PRINT-LINE FROM HRS-TOTAL-LINE
           MOVE WS-HOURLY-COUNT    TO RPT-HRS-COUNT
           WRITE HRS-PRINT-LINE FROM HRS-COUNT-LINE
           IF WS-TS-REJECT-COUNT > ZERO
              MOVE WS-TS-REJECT-COUNT TO RPT-HRS-REJECTS
              WRITE HRS-PRINT-LINE FROM HRS-REJECT-LINE
           END-IF.
       P375-COUNT-PENDING.
           MOVE ZERO TO WS-COMM-PENDING
           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
              UNTIL WS-COMM-IDX > WS-COMM-COUNT
              MOVE WS-COMM-DATA(WS-COMM-IDX) TO COMMISSION-RECORD
              IF CMF-PENDING
                 ADD 1 TO WS-COMM-PENDING
              END-IF
           END-PERFORM.
       P350-CLEAR-CHECKPOINT.
      *    THE RUN COMPLETED CLEANLY, SO RESET THE CHECKPOINT FOR
      *    THE NEXT FULL RUN.
       P1000-EDIT-RECORD.
            SET SW-NO-ERRORS TO TRUE
            MOVE SPACES TO WS-REJECT-REASON
            MOVE ZERO TO WS-COMM-THIS
            IF HRLY-RATE-IN IS NUMERIC
               MOVE HRLY-RATE-IN TO WS-HOURLY-RATE
            ELSE
               MOVE ZERO TO WS-HOURLY-RATE
            END-IF
            IF SW-NO-ERRORS THEN
               IF EMP-ID-IN IS NUMERIC THEN
                  MOVE EMP-ID-IN TO EMP-ID-BIN
                  MOVE 'EMP ID CANNOT BE ZERO' TO WS-REJECT-REASON
               END-IF
            END-IF
      *     AN HOURLY EMPLOYEE MAY CARRY NO REGULAR PAY - THE HOURS
      *     ARE THE PAY.
            IF SW-NO-ERRORS AND WS-HOURLY-RATE = ZERO THEN
               IF REG-PAY-PKD <= 0 THEN
                  SET SW-HAS-ERROR TO TRUE
                  DISPLAY ' ** REG PAY CANNOT BE ZERO ' REG-PAY-IN
                  MOVE 'REG PAY CANNOT BE ZERO' TO WS-REJECT-REASON
               END-IF
            END-IF
      *     A REP'S COMMISSION COUNTS TOWARD THE BONUS, SO A RECORD
      *     WITH NO BONUS OF ITS OWN STILL PAYS WHEN ONE IS PENDING.
            IF SW-NO-ERRORS AND WS-HOURLY-RATE > ZERO THEN
               PERFORM P176-ADD-HOURLY-PAY
            END-IF
            IF SW-NO-ERRORS THEN
               PERFORM P175-ADD-COMMISSION
            END-IF
            IF SW-NO-ERRORS THEN
               IF BON-PAY-PKD <= 0 THEN
                  SET SW-HAS-ERROR TO TRUE
                  DISPLAY ' ** BON PAY CANNOT BE ZERO ' BON-PAY-IN
                  IF WS-HOURLY-RATE > ZERO
                     MOVE 'NO TIMESHEET HOURS FOR HOURLY EMP'
                        TO WS-REJECT-REASON
                  ELSE
                     MOVE 'BON PAY CANNOT BE ZERO' TO WS-REJECT-REASON
                  END-IF
               END-IF
            END-IF.
      *    END OF SOURCE CODE 
