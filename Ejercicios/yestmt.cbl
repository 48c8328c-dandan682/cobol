       IDENTIFICATION DIVISION.
       PROGRAM-ID. YESTMT.

      * YEAR-END EMPLOYEE EARNINGS STATEMENTS. ONE STATEMENT PER
      * EMPLOYEE ON empytd.dat COMBINING THE CYCLES POSTED, THE
      * CUMULATIVE RAISE AND THE CUMULATIVE BONUS WITH THE
      * YEAR-TO-DATE DEDUCTIONS BY TYPE FROM empdedytd.dat. THE
      * NAME COMES OFF THE VSAM MASTER THROUGH THE SHARED NAMEFMT
      * ROUTINE AND THE SSN PRINTS MASKED TO ITS LAST FOUR DIGITS.
      * THE STATEMENTS END WITH THE EMPLOYER CONTROL TOTALS.
      * BEFORE ANY STATEMENT IS RELEASED THE TOTALS MUST RECONCILE
      * TO THE SUM OF THE YEAR'S PAY RUNS ON THE cobtrn6.hst RUN
      * HISTORY - CYCLES TO RECORDS PAID, RAISE TO NEW LESS REGULAR
      * PAY, BONUS AND DEDUCTIONS TO THEIR RUN TOTALS. OUT OF
      * BALANCE, yestmt.rpt CARRIES ONLY THE RECONCILIATION, THE
      * STATEMENTS ARE HELD AND THE RUN ENDS WITH RETURN CODE 8.
      * RUN IT FOR THE CLOSING YEAR BEFORE THE PAYYTD YEARROLL.
      *
      * COMMAND LINE: STATEMENT YEAR YYYY (DEFAULT THE CURRENT YEAR).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT YTD-FILE
                 ASSIGN TO "empytd.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-YTD.
             SELECT OPTIONAL DEDUCTION-YTD-FILE
                 ASSIGN TO "empdedytd.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-DYT.
             SELECT OPTIONAL PAY-HISTORY-FILE
                 ASSIGN TO "cobtrn6.hst"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-HIST.
             SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS RANDOM
                 RECORD KEY   IS EMP-ID
                 FILE STATUS  IS EMP-FILE-STATUS.
             SELECT STATEMENT-REPORT
                 ASSIGN TO "yestmt.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-FILE.
       01 YTD-RECORD.
          05  YTD-EMP-ID       PIC 9(04).
          05  FILLER           PIC X(01).
          05  YTD-CYCLES       PIC 9(03).
          05  FILLER           PIC X(01).
          05  YTD-RAISE        PIC 9(09)V99.
          05  FILLER           PIC X(01).
          05  YTD-BONUS        PIC 9(09)V99.
       FD  DEDUCTION-YTD-FILE.
           COPY DYTREC.
       FD  PAY-HISTORY-FILE.
           COPY PHSREC.
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.
       FD  STATEMENT-REPORT.
       01 PRINT-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
       01 STMT-HEADING.
          05  FILLER           PIC X(35) VALUE
              'YEAR-END EARNINGS STATEMENT   YEAR '.
          05  STM-HDG-YEAR     PIC 9(04).
       01 STMT-NAME-LINE.
          05  FILLER           PIC X(10) VALUE ' EMPLOYEE '.
          05  STM-EMP-ID       PIC 9(04).
          05  FILLER           PIC X(02) VALUE SPACES.
          05  STM-NAME         PIC X(52).
       01 STMT-SSN-LINE.
          05  FILLER           PIC X(22) VALUE ' SSN................:'.
          05  STM-SSN          PIC X(11).
       01 STMT-CYCLES-LINE.
          05  FILLER           PIC X(22) VALUE ' PAY CYCLES POSTED..:'.
          05  STM-CYCLES       PIC ZZ9.
       01 STMT-RAISE-LINE.
          05  FILLER           PIC X(22) VALUE ' CUMULATIVE RAISE...:'.
          05  STM-RAISE        PIC ZZ,ZZZ,ZZ9.99.
       01 STMT-BONUS-LINE.
          05  FILLER           PIC X(22) VALUE ' CUMULATIVE BONUS...:'.
          05  STM-BONUS        PIC ZZ,ZZZ,ZZ9.99.
       01 STMT-DED-HDG-LINE    PIC X(22) VALUE
          ' DEDUCTIONS BY TYPE:'.
       01 STMT-DED-LINE.
          05  FILLER           PIC X(04) VALUE SPACES.
          05  STM-DED-TYPE     PIC X(10).
          05  FILLER           PIC X(08) VALUE ' ......:'.
          05  STM-DED-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
       01 STMT-NO-DED-LINE     PIC X(26) VALUE
          '    NO DEDUCTIONS TAKEN'.
       01 STMT-DED-TOTAL-LINE.
          05  FILLER           PIC X(22) VALUE ' TOTAL DEDUCTIONS...:'.
          05  STM-DED-TOTAL    PIC ZZ,ZZZ,ZZ9.99.
       01 STMT-FOOT-LINE       PIC X(60) VALUE ALL '-'.
       01 CONTROL-HEADING.
          05  FILLER           PIC X(34) VALUE
              'EMPLOYER CONTROL TOTALS      YEAR '.
          05  CTL-HDG-YEAR     PIC 9(04).
       01 CONTROL-COLUMN-LINE.
          05  FILLER           PIC X(22) VALUE SPACES.
          05  FILLER           PIC X(17) VALUE '       STATEMENTS'.
          05  FILLER           PIC X(02) VALUE SPACES.
          05  FILLER           PIC X(17) VALUE '      RUN HISTORY'.
       01 CONTROL-COUNT-LINE.
          05  CTL-COUNT-LABEL  PIC X(22).
          05  FILLER           PIC X(06) VALUE SPACES.
          05  CTL-COUNT-STMT   PIC ZZ,ZZZ,ZZ9.
          05  FILLER           PIC X(09) VALUE SPACES.
          05  CTL-COUNT-HIST   PIC ZZ,ZZZ,ZZ9.
          05  CTL-COUNT-FLAG   PIC X(04).
       01 CONTROL-AMOUNT-LINE.
          05  CTL-AMT-LABEL    PIC X(22).
          05  CTL-AMT-STMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05  FILLER           PIC X(02) VALUE SPACES.
          05  CTL-AMT-HIST     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05  CTL-AMT-FLAG     PIC X(04).
       01 CONTROL-INFO-LINE.
          05  CTL-INFO-LABEL   PIC X(22).
          05  FILLER           PIC X(06) VALUE SPACES.
          05  CTL-INFO-COUNT   PIC ZZ,ZZZ,ZZ9.
       01 CONTROL-TYPE-LINE.
          05  FILLER           PIC X(04) VALUE SPACES.
          05  CTL-DED-TYPE     PIC X(10).
          05  FILLER           PIC X(08) VALUE ' ......:'.
          05  CTL-DED-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 RELEASED-LINE        PIC X(40) VALUE
          ' ** IN BALANCE - STATEMENTS RELEASED **'.
       01 HELD-LINE            PIC X(48) VALUE
          ' ** OUT OF BALANCE - STATEMENTS HELD **'.
       01 REPORT-FOOTING       PIC X(13) VALUE 'END OF REPORT'.
       01 SPC-LINE             PIC X(80) VALUE SPACES.
       77 WS-STATUS-YTD        PIC X(02).
       77 WS-STATUS-DYT        PIC X(02).
       77 WS-STATUS-HIST       PIC X(02).
       77 WS-STATUS-REPORT     PIC X(02).
       01 EMP-FILE-STATUS.
          05 EMPFILE-STAT1     PIC X.
          05 EMPFILE-STAT2     PIC X.
       77 WS-MASTER-OPEN       PIC X(01) VALUE 'N'.
       77 WS-YTD-EOF           PIC X(01) VALUE 'N'.
       77 WS-DYT-EOF           PIC X(01) VALUE 'N'.
       77 WS-HIST-EOF          PIC X(01) VALUE 'N'.
       77 WS-CMDLINE           PIC X(10) VALUE SPACES.
       77 WS-CURRENT-DATE      PIC 9(08).
       77 WS-STMT-YEAR         PIC 9(04).
      * THE empdedytd.dat LINES, LOOKED UP PER STATEMENT.
       01 WS-DYT-TABLE.
          05 WS-DYT-ENTRY OCCURS 5000 TIMES.
             10 WS-DYT-EMP-ID    PIC 9(04).
             10 WS-DYT-TYPE      PIC X(10).
             10 WS-DYT-AMOUNT    PIC S9(09)V99 USAGE COMP-3.
       77 WS-DYT-COUNT         PIC 9(04) VALUE ZERO.
       77 WS-DYT-IDX           PIC 9(04) VALUE ZERO.
      * EMPLOYER TOTALS BY DEDUCTION TYPE.
       01 WS-DEDTYPE-TABLE.
          05 WS-DTY-ENTRY OCCURS 20 TIMES.
             10 WS-DTY-TYPE      PIC X(10).
             10 WS-DTY-TOTAL     PIC S9(11)V99 USAGE COMP-3.
       77 WS-DTY-COUNT         PIC 9(02) VALUE ZERO.
       77 WS-DTY-IDX           PIC 9(02) VALUE ZERO.
       77 WS-DTY-FOUND         PIC 9(02) VALUE ZERO.
      * WHAT THE STATEMENTS ADD UP TO.
       77 WS-EMP-COUNT         PIC 9(06) VALUE ZERO.
       77 WS-PRINTED-COUNT     PIC 9(06) VALUE ZERO.
       77 WS-NO-NAME-COUNT     PIC 9(06) VALUE ZERO.
       77 WS-TOT-CYCLES        PIC 9(09) VALUE ZERO.
       77 WS-TOT-RAISE         PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOT-BONUS         PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOT-DED           PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
      * WHAT THE YEAR'S PAY RUNS ADD UP TO.
       77 WS-HIST-RUNS         PIC 9(06) VALUE ZERO.
       77 WS-HIST-WRITTEN      PIC 9(09) VALUE ZERO.
       77 WS-HIST-RAISE        PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-HIST-BONUS        PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-HIST-DED          PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-IN-BALANCE        PIC X(01) VALUE 'Y'.
       77 WS-EMP-DED-TOTAL     PIC S9(09)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-EMP-DED-LINES     PIC 9(04) VALUE ZERO.
       77 WS-NAMEFMT-PROG      PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME     PIC X(20).
          05 NF-LAST-NAME      PIC X(30).
          05 NF-LAST-FIRST     PIC X(52).
          05 NF-FIRST-LAST     PIC X(51).
       77 WS-LOGMSG-PROG       PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM       PIC X(8) VALUE 'YESTMT'.
          05 LOG-SEVERITY      PIC X.
          05 LOG-MESSAGE       PIC X(80).
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION.
           PERFORM P200-MAINLINE.
           PERFORM P300-TERMINATION.
           GOBACK.
       P100-INITIALIZATION.
           DISPLAY 'YESTMT - YEAR-END EARNINGS STATEMENTS'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(1:4) TO WS-STMT-YEAR
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:4) IS NUMERIC
              MOVE WS-CMDLINE(1:4) TO WS-STMT-YEAR
           END-IF
           DISPLAY '  STATEMENT YEAR: ' WS-STMT-YEAR
           OPEN INPUT YTD-FILE
           IF WS-STATUS-YTD NOT = '00' THEN
              DISPLAY ' ** NO empytd.dat - NOTHING TO DO, STATUS '
                 WS-STATUS-YTD
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT STATEMENT-REPORT
           IF WS-STATUS-REPORT NOT = '00' THEN
              DISPLAY ' ** ERROR ON STATEMENT FILE OPEN - FILE STATUS '
                 WS-STATUS-REPORT
              CLOSE YTD-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM P110-LOAD-DEDUCTION-YTD
           PERFORM P120-SUM-RUN-HISTORY
           OPEN INPUT EMPLOYEE-VS-FILE
           IF EMP-FILE-STATUS = '00' OR '97' THEN
              MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
              DISPLAY ' ** EMPLOYEE MASTER NOT AVAILABLE - STATUS '
                 EMP-FILE-STATUS
              DISPLAY '    STATEMENTS PRINT WITHOUT NAMES'
           END-IF.
       P110-LOAD-DEDUCTION-YTD.
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
                       ADD DY-AMOUNT TO WS-TOT-DED
                       PERFORM P115-TOTAL-BY-TYPE
                 END-READ
              END-PERFORM
              CLOSE DEDUCTION-YTD-FILE
           END-IF.
       P115-TOTAL-BY-TYPE.
           MOVE ZERO TO WS-DTY-FOUND
           PERFORM VARYING WS-DTY-IDX FROM 1 BY 1
              UNTIL WS-DTY-IDX > WS-DTY-COUNT
              IF WS-DTY-TYPE(WS-DTY-IDX) = DY-TYPE
                 MOVE WS-DTY-IDX TO WS-DTY-FOUND
              END-IF
           END-PERFORM
           IF WS-DTY-FOUND = ZERO AND WS-DTY-COUNT < 20
              ADD 1 TO WS-DTY-COUNT
              MOVE WS-DTY-COUNT TO WS-DTY-FOUND
              MOVE DY-TYPE TO WS-DTY-TYPE(WS-DTY-FOUND)
              MOVE ZERO TO WS-DTY-TOTAL(WS-DTY-FOUND)
           END-IF
           IF WS-DTY-FOUND > ZERO
              ADD DY-AMOUNT TO WS-DTY-TOTAL(WS-DTY-FOUND)
           END-IF.
       P120-SUM-RUN-HISTORY.
      *    EVERY COMPLETED COBTRN6 RUN AND COBTRN7 REPROCESS OF THE
      *    STATEMENT YEAR - BETWEEN THEM THEY POSTED EVERYTHING THE
      *    YEAR-TO-DATE FILES HOLD.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-STATUS-HIST = '00' OR '05' THEN
              PERFORM UNTIL WS-HIST-EOF = 'Y'
                 READ PAY-HISTORY-FILE
                    AT END MOVE 'Y' TO WS-HIST-EOF
                    NOT AT END
                       IF PH-RUN-DATE(1:4) = WS-STMT-YEAR
                          ADD 1 TO WS-HIST-RUNS
                          ADD PH-WRITTEN TO WS-HIST-WRITTEN
                          COMPUTE WS-HIST-RAISE = WS-HIST-RAISE
                             + PH-NEW-PAY - PH-REG-PAY
                          ADD PH-BONUS TO WS-HIST-BONUS
                          ADD PH-DEDUCTIONS TO WS-HIST-DED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-HISTORY-FILE
           END-IF.
       P200-MAINLINE.
      *    FIRST PASS: TOTAL THE YEAR-TO-DATE FILE AND BALANCE IT TO
      *    THE RUN HISTORY. ONLY A BALANCED YEAR GETS A SECOND PASS
      *    THAT PRINTS THE STATEMENTS.
           PERFORM UNTIL WS-YTD-EOF = 'Y'
              READ YTD-FILE
                 AT END MOVE 'Y' TO WS-YTD-EOF
                 NOT AT END
                    ADD 1 TO WS-EMP-COUNT
                    ADD YTD-CYCLES TO WS-TOT-CYCLES
                    ADD YTD-RAISE  TO WS-TOT-RAISE
                    ADD YTD-BONUS  TO WS-TOT-BONUS
              END-READ
           END-PERFORM
           CLOSE YTD-FILE
           IF WS-HIST-RUNS = ZERO
              OR WS-TOT-CYCLES NOT = WS-HIST-WRITTEN
              OR WS-TOT-RAISE  NOT = WS-HIST-RAISE
              OR WS-TOT-BONUS  NOT = WS-HIST-BONUS
              OR WS-TOT-DED    NOT = WS-HIST-DED
              MOVE 'N' TO WS-IN-BALANCE
           END-IF
           IF WS-IN-BALANCE = 'Y'
              MOVE 'N' TO WS-YTD-EOF
              OPEN INPUT YTD-FILE
              PERFORM UNTIL WS-YTD-EOF = 'Y'
                 READ YTD-FILE
                    AT END MOVE 'Y' TO WS-YTD-EOF
                    NOT AT END PERFORM P210-PRINT-STATEMENT
                 END-READ
              END-PERFORM
              CLOSE YTD-FILE
           END-IF.
       P210-PRINT-STATEMENT.
           PERFORM P220-LOOK-UP-EMPLOYEE
           MOVE WS-STMT-YEAR TO STM-HDG-YEAR
           WRITE PRINT-LINE FROM STMT-HEADING
           MOVE YTD-EMP-ID TO STM-EMP-ID
           WRITE PRINT-LINE FROM STMT-NAME-LINE
           WRITE PRINT-LINE FROM STMT-SSN-LINE
           MOVE YTD-CYCLES TO STM-CYCLES
           WRITE PRINT-LINE FROM STMT-CYCLES-LINE
           MOVE YTD-RAISE TO STM-RAISE
           WRITE PRINT-LINE FROM STMT-RAISE-LINE
           MOVE YTD-BONUS TO STM-BONUS
           WRITE PRINT-LINE FROM STMT-BONUS-LINE
           WRITE PRINT-LINE FROM STMT-DED-HDG-LINE
           MOVE ZERO TO WS-EMP-DED-TOTAL
           MOVE ZERO TO WS-EMP-DED-LINES
           PERFORM P230-PRINT-ONE-DEDUCTION
              VARYING WS-DYT-IDX FROM 1 BY 1
              UNTIL WS-DYT-IDX > WS-DYT-COUNT
           IF WS-EMP-DED-LINES = ZERO
              WRITE PRINT-LINE FROM STMT-NO-DED-LINE
           END-IF
           MOVE WS-EMP-DED-TOTAL TO STM-DED-TOTAL
           WRITE PRINT-LINE FROM STMT-DED-TOTAL-LINE
           WRITE PRINT-LINE FROM STMT-FOOT-LINE
           WRITE PRINT-LINE FROM SPC-LINE
           ADD 1 TO WS-PRINTED-COUNT.
       P220-LOOK-UP-EMPLOYEE.
      *    THE NAME GOES THROUGH THE ONE SHARED FORMATTER; THE SSN
      *    NEVER PRINTS BEYOND ITS LAST FOUR DIGITS. A STATEMENT FOR
      *    SOMEONE THE MASTER NO LONGER KNOWS STILL PRINTS, FLAGGED.
           MOVE SPACES TO STM-NAME
           MOVE '***-**-****' TO STM-SSN
           IF WS-MASTER-OPEN = 'Y'
              MOVE YTD-EMP-ID TO EMP-ID
              READ EMPLOYEE-VS-FILE
           ELSE
              MOVE '23' TO EMP-FILE-STATUS
           END-IF
           IF EMP-FILE-STATUS = '00' THEN
              MOVE SPACES TO NAMEFMT-PARMS
              MOVE EMP-FIRST-NAME TO NF-FIRST-NAME
              MOVE EMP-LAST-NAME  TO NF-LAST-NAME
              CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
                 ON EXCEPTION
                    MOVE EMP-LAST-NAME TO NF-LAST-FIRST
              END-CALL
              MOVE NF-LAST-FIRST TO STM-NAME
              IF EMP-SSN(6:4) IS NUMERIC
                 MOVE EMP-SSN(6:4) TO STM-SSN(8:4)
              END-IF
           ELSE
              ADD 1 TO WS-NO-NAME-COUNT
              MOVE '** NOT ON EMPLOYEE MASTER **' TO STM-NAME
           END-IF.
       P230-PRINT-ONE-DEDUCTION.
           IF WS-DYT-EMP-ID(WS-DYT-IDX) = YTD-EMP-ID
              MOVE WS-DYT-TYPE(WS-DYT-IDX)   TO STM-DED-TYPE
              MOVE WS-DYT-AMOUNT(WS-DYT-IDX) TO STM-DED-AMOUNT
              WRITE PRINT-LINE FROM STMT-DED-LINE
              ADD WS-DYT-AMOUNT(WS-DYT-IDX) TO WS-EMP-DED-TOTAL
              ADD 1 TO WS-EMP-DED-LINES
           END-IF.
       P300-TERMINATION.
      *    THE EMPLOYER CONTROL TOTALS CLOSE THE STATEMENTS, SIDE BY
      *    SIDE WITH THE RUN HISTORY THEY BALANCE TO; A LINE THAT
      *    DOES NOT AGREE IS FLAGGED **.
           MOVE WS-STMT-YEAR TO CTL-HDG-YEAR
           WRITE PRINT-LINE FROM CONTROL-HEADING
           WRITE PRINT-LINE FROM SPC-LINE
           WRITE PRINT-LINE FROM CONTROL-COLUMN-LINE
           MOVE ' EMPLOYEES ON FILE..:' TO CTL-INFO-LABEL
           MOVE WS-EMP-COUNT TO CTL-INFO-COUNT
           WRITE PRINT-LINE FROM CONTROL-INFO-LINE
           MOVE ' STATEMENTS PRINTED.:' TO CTL-INFO-LABEL
           MOVE WS-PRINTED-COUNT TO CTL-INFO-COUNT
           WRITE PRINT-LINE FROM CONTROL-INFO-LINE
           MOVE ' NAME NOT ON MASTER.:' TO CTL-INFO-LABEL
           MOVE WS-NO-NAME-COUNT TO CTL-INFO-COUNT
           WRITE PRINT-LINE FROM CONTROL-INFO-LINE
           MOVE ' PAY RUNS IN YEAR...:' TO CTL-INFO-LABEL
           MOVE WS-HIST-RUNS TO CTL-INFO-COUNT
           WRITE PRINT-LINE FROM CONTROL-INFO-LINE
           MOVE ' PAY CYCLES POSTED..:' TO CTL-COUNT-LABEL
           MOVE WS-TOT-CYCLES   TO CTL-COUNT-STMT
           MOVE WS-HIST-WRITTEN TO CTL-COUNT-HIST
           MOVE SPACES TO CTL-COUNT-FLAG
           IF WS-TOT-CYCLES NOT = WS-HIST-WRITTEN
              MOVE '  **' TO CTL-COUNT-FLAG
           END-IF
           WRITE PRINT-LINE FROM CONTROL-COUNT-LINE
           MOVE ' TOTAL RAISE........:' TO CTL-AMT-LABEL
           MOVE WS-TOT-RAISE  TO CTL-AMT-STMT
           MOVE WS-HIST-RAISE TO CTL-AMT-HIST
           MOVE SPACES TO CTL-AMT-FLAG
           IF WS-TOT-RAISE NOT = WS-HIST-RAISE
              MOVE '  **' TO CTL-AMT-FLAG
           END-IF
           WRITE PRINT-LINE FROM CONTROL-AMOUNT-LINE
           MOVE ' TOTAL BONUS........:' TO CTL-AMT-LABEL
           MOVE WS-TOT-BONUS  TO CTL-AMT-STMT
           MOVE WS-HIST-BONUS TO CTL-AMT-HIST
           MOVE SPACES TO CTL-AMT-FLAG
           IF WS-TOT-BONUS NOT = WS-HIST-BONUS
              MOVE '  **' TO CTL-AMT-FLAG
           END-IF
           WRITE PRINT-LINE FROM CONTROL-AMOUNT-LINE
           MOVE ' TOTAL DEDUCTIONS...:' TO CTL-AMT-LABEL
           MOVE WS-TOT-DED  TO CTL-AMT-STMT
           MOVE WS-HIST-DED TO CTL-AMT-HIST
           MOVE SPACES TO CTL-AMT-FLAG
           IF WS-TOT-DED NOT = WS-HIST-DED
              MOVE '  **' TO CTL-AMT-FLAG
           END-IF
           WRITE PRINT-LINE FROM CONTROL-AMOUNT-LINE
           PERFORM P310-WRITE-ONE-TYPE
              VARYING WS-DTY-IDX FROM 1 BY 1
              UNTIL WS-DTY-IDX > WS-DTY-COUNT
           WRITE PRINT-LINE FROM SPC-LINE
           IF WS-IN-BALANCE = 'Y'
              WRITE PRINT-LINE FROM RELEASED-LINE
           ELSE
              WRITE PRINT-LINE FROM HELD-LINE
           END-IF
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE STATEMENT-REPORT
           IF WS-MASTER-OPEN = 'Y'
              CLOSE EMPLOYEE-VS-FILE
           END-IF
      *    STANDARD BATCH RETURN CODES: 0 RELEASED, 8 HELD.
           IF WS-IN-BALANCE = 'Y'
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'YEAR-END STATEMENTS RELEASED FOR ' WS-STMT-YEAR
                 ' - ' WS-PRINTED-COUNT ' PRINTED'
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM P900-WRITE-OPS-LOG
              MOVE 0 TO RETURN-CODE
           ELSE
              IF WS-HIST-RUNS = ZERO
                 DISPLAY ' ** NO cobtrn6.hst RUNS FOR ' WS-STMT-YEAR
                    ' - STATEMENTS HELD'
              ELSE
                 DISPLAY ' ** OUT OF BALANCE - YEAR-TO-DATE FILES DO '
                    'NOT MATCH THE RUN HISTORY'
              END-IF
              MOVE 'E' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'YEAR-END STATEMENTS HELD FOR ' WS-STMT-YEAR
                 ' - TOTALS DO NOT BALANCE TO RUN HISTORY'
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM P900-WRITE-OPS-LOG
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'STATEMENTS PRINTED: ' WS-PRINTED-COUNT
           DISPLAY 'YESTMT - SUCCESSFULLY ENDED'.
       P310-WRITE-ONE-TYPE.
           MOVE WS-DTY-TYPE(WS-DTY-IDX)  TO CTL-DED-TYPE
           MOVE WS-DTY-TOTAL(WS-DTY-IDX) TO CTL-DED-AMOUNT
           WRITE PRINT-LINE FROM CONTROL-TYPE-LINE.
       P900-WRITE-OPS-LOG.
      *    ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER;
      *    A MISSING LOGGER MUST NEVER STOP THE STATEMENT RUN.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
      *    END OF SOURCE CODE
       END PROGRAM YESTMT.
