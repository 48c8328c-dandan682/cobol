      * OUTPUT AND REPORT, AND CARRIES STILL-BAD RECORDS INTO A
      * NEW REJECT FILE WITH A CYCLE COUNT SO NOTHING IS SILENTLY
      * DROPPED. THE RUN TOTALS FILE IS ROLLED FORWARD AND A FRESH
      * CONTROL TRAILER IS APPENDED TO THE PAY OUTPUT. WHAT THE
      * CORRECTED RECORDS TOOK IN DEDUCTIONS IS ADDED TO THE
      * empdedytd.dat YEAR-TO-DATE TOTALS, AND A CYCLE THAT PAID
      * SOMETHING APPENDS A REPROC LINE TO THE cobtrn6.hst HISTORY.
      * THE CTLREG TOTALS OF empofile.txt ARE ROLLED FORWARD THE SAME
      * WAY, SO DDPAY BALANCES AGAINST BASE RUN PLUS CORRECTIONS.
      *
      * COMMAND LINE: REPROCESS CYCLE NUMBER (DEFAULT 2).

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
             SELECT OPTIONAL CONTROL-TOTALS-FILE
                 ASSIGN TO "CTLTOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-IN-FILE
          05  FILLER           PIC X(01).
          05  DED-VALUE        PIC 9(05)V99.
          05  FILLER           PIC X(01).
       FD  DEDUCTION-YTD-FILE.
           COPY DYTREC.
       FD  PAY-HISTORY-FILE.
           COPY PHSREC.
       FD  CONTROL-TOTALS-FILE.
       01 CONTROL-TOTALS-RECORD.
          05 CTL-ROLE          PIC X(4).
          05 FILLER            PIC X.
          05 CTL-FILE-NAME     PIC X(14).
          05 FILLER            PIC X.
          05 CTL-PROGRAM       PIC X(8).
          05 FILLER            PIC X.
          05 CTL-DATE          PIC 9(8).
          05 FILLER            PIC X.
          05 CTL-TIME          PIC 9(6).
          05 FILLER            PIC X.
          05 CTL-COUNT         PIC 9(8).
          05 FILLER            PIC X.
          05 CTL-HASH          PIC 9(10).
       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
          05  SW-END-OF-FILE-SWITCH   PIC X(1)
       77 WS-STILL-BAD-NOTE   PIC X(40) VALUE SPACES.
       77 WS-TOTAL-REG-PAY    PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-NEW-PAY    PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-BONUS      PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-DED        PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
      * CORRECTIONS LOADED UP FRONT, LOOKED UP BY RECORD NUMBER.
       01 WS-CORR-TABLE.
          05 WS-CORR-ENTRY OCCURS 500 TIMES.
       77 WS-DTY-COUNT        PIC 9(02) VALUE ZERO.
       77 WS-DTY-IDX          PIC 9(02) VALUE ZERO.
       77 WS-DTY-FOUND        PIC 9(02) VALUE ZERO.
      * THE empdedytd.dat BALANCES, ONE ENTRY PER EMPLOYEE AND TYPE.
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
       77 WS-TOTAL-NET-PAY    PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-STATUS-CTL       PIC X(02).
       77 WS-CTL-EOF          PIC X(01) VALUE 'N'.
       77 WS-PROD-SEEN        PIC X(01) VALUE 'N'.
       77 WS-PROD-COUNT       PIC 9(08) VALUE ZERO.
       77 WS-PROD-HASH        PIC 9(10) VALUE ZERO.
       77 WS-CTLREG-PROG      PIC X(6) VALUE 'CTLREG'.
       01 CTLREG-PARMS.
          05 REG-ROLE         PIC X(4).
          05 REG-FILE-NAME    PIC X(14).
          05 REG-PROGRAM      PIC X(8).
          05 REG-COUNT        PIC 9(8).
          05 REG-HASH         PIC 9(10).
          05 REG-RC           PIC 9(2).
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION.
           PERFORM P200-MAINLINE.
           PERFORM P130-LOAD-CORRECTIONS
           PERFORM P145-LOAD-YTD-FILE
           PERFORM P146-LOAD-DEDUCTIONS
           PERFORM P149-LOAD-DED-YTD
           OPEN INPUT REJECT-IN-FILE
           IF WS-STATUS-REJIN NOT = '00' THEN
              DISPLAY ' ** NO REJECT FILE TO REPROCESS - STATUS '
           WRITE REPORT-RECORD-OUT FROM DTL-LINE
           ADD REG-PAY-PKD TO WS-TOTAL-REG-PAY
           ADD NEW-PAY-PKD TO WS-TOTAL-NEW-PAY
           ADD BON-PAY-PKD TO WS-TOTAL-BONUS
           ADD NET-PAY-PKD TO WS-TOTAL-NET-PAY
           PERFORM P180-POST-YTD.
       P260-WRITE-STILL-BAD.
           ADD 1 TO WS-STILL-BAD-COUNT
           PERFORM P310-ROLL-TOTALS-FORWARD
           IF WS-CORRECTED-COUNT > ZERO
              PERFORM P340-SAVE-YTD-FILE
              PERFORM P347-SAVE-DED-YTD
              PERFORM P335-APPEND-RUN-HISTORY
              PERFORM P315-ROLL-PAY-FILE-REGISTRY
           END-IF
           CLOSE REJECT-IN-FILE,
                 EMPLOYEE-OUT-FILE,
              DISPLAY ' ** ERROR ON TOTALS FILE OPEN - FILE STATUS '
                 WS-STATUS-TOTALS
           END-IF.
       P315-ROLL-PAY-FILE-REGISTRY.
      *    THE LATEST PROD LINE COBTRN6 REGISTERED FOR empofile.txt
      *    PLUS THE APPENDED RECORDS AND THEIR NET PAY IN CENTS IS
      *    REGISTERED AGAIN, SO IT BECOMES THE LATEST PROD LINE.
           MOVE 'N' TO WS-CTL-EOF
           OPEN INPUT CONTROL-TOTALS-FILE
           IF WS-STATUS-CTL = '00' THEN
              PERFORM UNTIL WS-CTL-EOF = 'Y'
                 READ CONTROL-TOTALS-FILE
                    AT END MOVE 'Y' TO WS-CTL-EOF
                    NOT AT END
                       IF CTL-ROLE = 'PROD'
                          AND CTL-FILE-NAME = 'empofile.txt'
                          MOVE 'Y'       TO WS-PROD-SEEN
                          MOVE CTL-COUNT TO WS-PROD-COUNT
                          MOVE CTL-HASH  TO WS-PROD-HASH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-TOTALS-FILE
           END-IF
           IF WS-PROD-SEEN = 'N' THEN
              DISPLAY '  NO REGISTERED PAY FILE TOTALS TO ROLL FORWARD'
           ELSE
              MOVE 'PROD'         TO REG-ROLE
              MOVE 'empofile.txt' TO REG-FILE-NAME
              MOVE 'COBTRN7'      TO REG-PROGRAM
              COMPUTE REG-COUNT = WS-PROD-COUNT + WS-CORRECTED-COUNT
              COMPUTE REG-HASH = WS-PROD-HASH
                 + (WS-TOTAL-NET-PAY * 100)
              CALL WS-CTLREG-PROG USING CTLREG-PARMS
                 ON EXCEPTION CONTINUE
              END-CALL
           END-IF.
       P335-APPEND-RUN-HISTORY.
      *    ONLY THE CORRECTED RECORDS OF THIS CYCLE - THE BASE RUN
      *    WROTE ITS OWN LINE WHEN IT COMPLETED.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-STATUS-HIST NOT = '00' AND '05' THEN
              DISPLAY ' ** ERROR ON RUN HISTORY OPEN - FILE STATUS '
                 WS-STATUS-HIST
           ELSE
              MOVE SPACES             TO PAY-HISTORY-RECORD
              MOVE WS-RUN-DATE        TO PH-RUN-DATE
              MOVE 'COBTRN7'          TO PH-PROGRAM
              SET PH-REPROCESS-RUN    TO TRUE
              MOVE WS-CORRECTED-COUNT TO PH-WRITTEN
              MOVE WS-TOTAL-REG-PAY   TO PH-REG-PAY
              MOVE WS-TOTAL-NEW-PAY   TO PH-NEW-PAY
              MOVE WS-TOTAL-BONUS     TO PH-BONUS
              MOVE WS-TOTAL-DED       TO PH-DEDUCTIONS
              WRITE PAY-HISTORY-RECORD
              CLOSE PAY-HISTORY-FILE
           END-IF.
       P145-LOAD-YTD-FILE.
           MOVE 'N' TO WS-YTD-EOF
           OPEN INPUT YTD-FILE
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
                 END-IF
                 ADD WS-DED-ONE TO WS-DED-THIS
                 PERFORM P195-TOTAL-BY-TYPE
                 PERFORM P196-POST-DED-YTD
              END-IF
           END-PERFORM
           IF WS-DED-THIS >= NET-PAY-PKD
