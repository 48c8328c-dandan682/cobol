       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLPOST.
      ***************************************
      * GENERAL LEDGER POSTING. TAKES THE JOURNAL LINES THE
      * EXTRACTS LEAVE IN gljournal.dat (COBTRN9, PAYROLL) AND
      * arjournal.dat (ARGLEXT, RECEIVABLES) AND ACCUMULATES THEM
      * INTO GLBAL.DAT, ONE BALANCE LINE PER ACCOUNT AND PERIOD
      * (THE YYYYMM OF GLJ-DATE).
      * A LINE IS REJECTED, NOT POSTED, WHEN ITS ACCOUNT IS NOT ON
      * THE GLACCT.DAT CHART OR IS INACTIVE, WHEN ITS PERIOD HAS
      * BEEN CLOSED BY GLCLOSE, OR WHEN THE LINE ITSELF IS NOT A
      * DR/CR LINE WITH A NUMERIC AMOUNT. REJECTED LINES ARE HELD
      * IN glreject.dat AND OFFERED AGAIN AT THE START OF EVERY
      * RUN, SO ONCE THE ACCOUNT IS SET UP IN GLACCT THE NEXT RUN
      * POSTS THEM.
      * BOTH JOURNAL FILES ARE EMPTIED ONCE THEIR LINES ARE POSTED
      * OR HELD, SO A SECOND RUN CANNOT POST THEM TWICE. WHAT WAS
      * READ FROM EACH IS REGISTERED THROUGH CTLREG (COUNT, AND THE
      * DEBIT TOTAL IN CENTS AS THE HASH) FOR CTLVERIF.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT OPTIONAL BALANCE-FILE ASSIGN TO "GLBAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BALANCE-STATUS.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PERIOD-STATUS.
           SELECT OPTIONAL PAY-JOURNAL-FILE ASSIGN TO "gljournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAY-JOURNAL-STATUS.
           SELECT OPTIONAL AR-JOURNAL-FILE ASSIGN TO "arjournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AR-JOURNAL-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "glreject.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJECT-STATUS.
           SELECT POSTING-REPORT ASSIGN TO "glpost.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       COPY GLAREC.
       FD BALANCE-FILE.
       COPY GLBREC.
       FD PERIOD-FILE.
       COPY GLPREC.
       FD PAY-JOURNAL-FILE.
       01 PAY-JOURNAL-RECORD      PIC X(39).
       FD AR-JOURNAL-FILE.
       01 AR-JOURNAL-RECORD       PIC X(39).
       FD REJECT-FILE.
       01 REJECT-RECORD.
          05 REJ-JOURNAL-LINE     PIC X(39).
          05 FILLER               PIC X.
          05 REJ-SOURCE           PIC X(13).
          05 FILLER               PIC X.
          05 REJ-REASON           PIC X(16).
       FD POSTING-REPORT.
       01 PRINT-LINE              PIC X(90).
       WORKING-STORAGE SECTION.
      * THE gljournal.dat LAYOUT, SHARED BY BOTH EXTRACTS; EVERY
      * LINE IS MOVED HERE BEFORE IT IS CHECKED AND POSTED.
       01 WS-JOURNAL-LINE.
          05  WS-JL-DATE         PIC 9(08).
          05  FILLER             PIC X(01).
          05  WS-JL-ACCOUNT      PIC X(08).
          05  FILLER             PIC X(01).
          05  WS-JL-DEPT         PIC X(04).
          05  FILLER             PIC X(01).
          05  WS-JL-DC           PIC X(02).
          05  FILLER             PIC X(01).
          05  WS-JL-AMOUNT       PIC 9(11)V99.
       01 WS-JL-PERIOD            PIC 9(6).
       01 WS-JL-SOURCE            PIC X(13).
       01 WS-JL-REASON            PIC X(16).
       01 PAGE-HEADING            PIC X(30) VALUE
          'GENERAL LEDGER POSTING'.
       01 RUN-DATE-LINE.
          02 FILLER               PIC X(09) VALUE 'RUN DATE '.
          02 PRN-RUN-DATE         PIC 9(8).
       01 REJECT-HEADING.
          02 FILLER               PIC X(45) VALUE
             'REJECTED LINES (HELD IN glreject.dat)'.
       01 REJECT-DETAIL-LINE.
          02 PRN-REJ-LINE         PIC X(39).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-REJ-SOURCE       PIC X(13).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-REJ-REASON       PIC X(16).
       01 SOURCE-HEADING.
          02 FILLER               PIC X(46) VALUE
             'SOURCE         READ POSTED  HELD        DEBITS'.
          02 FILLER               PIC X(14) VALUE
             '       CREDITS'.
       01 SOURCE-DETAIL-LINE.
          02 PRN-SOURCE           PIC X(13).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-SRC-READ         PIC ZZZZ9.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-SRC-POSTED       PIC ZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-SRC-HELD         PIC ZZZZ9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-SRC-DEBITS       PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-SRC-CREDITS      PIC ZZ,ZZZ,ZZ9.99.
       01 BALANCE-LINE-1.
          05  FILLER           PIC X(22) VALUE ' DEBITS POSTED.....:'.
          05  RPT-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 BALANCE-LINE-2.
          05  FILLER           PIC X(22) VALUE ' CREDITS POSTED....:'.
          05  RPT-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(90) VALUE SPACES.
       01 WS-ACCOUNT-STATUS       PIC X(2).
       01 WS-BALANCE-STATUS       PIC X(2).
       01 WS-PERIOD-STATUS        PIC X(2).
       01 WS-PAY-JOURNAL-STATUS   PIC X(2).
       01 WS-AR-JOURNAL-STATUS    PIC X(2).
       01 WS-REJECT-STATUS        PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
             10 WS-GLA-ACCOUNT    PIC X(8).
             10 WS-GLA-STATUS     PIC X.
       01 WS-ACCOUNT-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-ACCOUNT-IDX          PIC 9(4) VALUE ZERO.
       01 WS-ACCOUNT-FOUND        PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-TABLE.
          05 WS-PERIOD-ENTRY OCCURS 240 TIMES.
             10 WS-GLP-PERIOD     PIC 9(6).
             10 WS-GLP-STATUS     PIC X.
             10 WS-GLP-CLOSE-DATE PIC 9(8).
       01 WS-PERIOD-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-IDX           PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-FOUND         PIC 9(4) VALUE ZERO.
       01 WS-BALANCE-TABLE.
          05 WS-BALANCE-ENTRY OCCURS 5000 TIMES.
             10 WS-GLB-ACCOUNT    PIC X(8).
             10 WS-GLB-PERIOD     PIC 9(6).
             10 WS-GLB-OPEN-DR    PIC 9(11)V99.
             10 WS-GLB-OPEN-CR    PIC 9(11)V99.
             10 WS-GLB-DEBITS     PIC 9(11)V99.
             10 WS-GLB-CREDITS    PIC 9(11)V99.
       01 WS-BALANCE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-BALANCE-IDX          PIC 9(4) VALUE ZERO.
       01 WS-BALANCE-FOUND        PIC 9(4) VALUE ZERO.
      * LINES STILL FAILING AT THE END OF THE RUN, WRITTEN BACK TO
      * glreject.dat.
       01 WS-REJECT-TABLE.
          05 WS-REJECT-ENTRY OCCURS 2000 TIMES.
             10 WS-REJ-LINE       PIC X(39).
             10 WS-REJ-SOURCE     PIC X(13).
             10 WS-REJ-REASON     PIC X(16).
       01 WS-REJECT-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-REJECT-IDX           PIC 9(4) VALUE ZERO.
      * READ / POSTED / HELD AND AMOUNTS POSTED, BY SOURCE:
      * 1 = glreject.dat RETRIES, 2 = gljournal.dat, 3 = arjournal.dat.
       01 WS-SOURCE-TABLE.
          05 WS-SOURCE-ENTRY OCCURS 3 TIMES.
             10 WS-SRC-NAME       PIC X(13).
             10 WS-SRC-READ       PIC 9(5).
             10 WS-SRC-POSTED     PIC 9(5).
             10 WS-SRC-HELD       PIC 9(5).
             10 WS-SRC-DEBITS     PIC S9(11)V99 USAGE COMP-3.
             10 WS-SRC-CREDITS    PIC S9(11)V99 USAGE COMP-3.
             10 WS-SRC-HASH       PIC 9(10).
       01 WS-SOURCE-IDX           PIC 9 VALUE ZERO.
       01 WS-DEBIT-TOTAL          PIC S9(12)V99 USAGE COMP-3
                                  VALUE ZERO.
       01 WS-CREDIT-TOTAL         PIC S9(12)V99 USAGE COMP-3
                                  VALUE ZERO.
       01 WS-WRITE-OK             PIC X VALUE 'Y'.
       01 WS-CTLREG-PROG          PIC X(6) VALUE 'CTLREG'.
       01 CTLREG-PARMS.
          05 REG-ROLE             PIC X(4).
          05 REG-FILE-NAME        PIC X(14).
          05 REG-PROGRAM          PIC X(8).
          05 REG-COUNT            PIC 9(8).
          05 REG-HASH             PIC 9(10).
          05 REG-RC               PIC 9(2).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'GLPOST'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'GLPOST - GENERAL LEDGER POSTING'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-SOURCE-TABLE
           PERFORM LOAD-ACCOUNT-TABLE
           IF WS-ACCOUNT-COUNT = ZERO
              DISPLAY 'NO ACCOUNTS ON GLACCT.DAT - NOTHING POSTED'
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'GL POSTING NOT RUN - CHART OF ACCOUNTS IS EMPTY'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-PERIOD-TABLE
           PERFORM LOAD-BALANCE-TABLE
           PERFORM RETRY-HELD-LINES
           PERFORM POST-PAY-JOURNAL
           PERFORM POST-AR-JOURNAL
           PERFORM REWRITE-BALANCE-FILE
           PERFORM REWRITE-PERIOD-FILE
           PERFORM REWRITE-REJECT-FILE
           IF WS-WRITE-OK NOT = 'Y'
              DISPLAY 'GL FILES NOT WRITTEN - JOURNALS LEFT IN PLACE'
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'GL POSTING FAILED - BALANCE FILES NOT WRITTEN'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
      * ONLY ONCE THE BALANCES ARE SAFELY WRITTEN ARE THE JOURNALS
      * EMPTIED.
           OPEN OUTPUT PAY-JOURNAL-FILE
           CLOSE PAY-JOURNAL-FILE
           OPEN OUTPUT AR-JOURNAL-FILE
           CLOSE AR-JOURNAL-FILE
           PERFORM REGISTER-CONTROL-TOTALS
           PERFORM PRINT-POSTING-REPORT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'GL POSTING COMPLETE, LINES HELD: ' WS-REJECT-COUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           IF WS-REJECT-COUNT > ZERO
              DISPLAY 'LINES HELD IN glreject.dat: ' WS-REJECT-COUNT
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE POSTING ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       SET-SOURCE-TABLE.
           MOVE 'glreject.dat'  TO WS-SRC-NAME(1)
           MOVE 'gljournal.dat' TO WS-SRC-NAME(2)
           MOVE 'arjournal.dat' TO WS-SRC-NAME(3)
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
              UNTIL WS-SOURCE-IDX > 3
              MOVE ZERO TO WS-SRC-READ(WS-SOURCE-IDX)
                           WS-SRC-POSTED(WS-SOURCE-IDX)
                           WS-SRC-HELD(WS-SOURCE-IDX)
                           WS-SRC-DEBITS(WS-SOURCE-IDX)
                           WS-SRC-CREDITS(WS-SOURCE-IDX)
                           WS-SRC-HASH(WS-SOURCE-IDX)
           END-PERFORM.
       LOAD-ACCOUNT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-ACCOUNT-COUNT >= 500
                 READ ACCOUNT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE GLA-ACCOUNT
                          TO WS-GLA-ACCOUNT(WS-ACCOUNT-COUNT)
                       MOVE GLA-STATUS
                          TO WS-GLA-STATUS(WS-ACCOUNT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           ELSE
              DISPLAY 'ERROR OPENING GLACCT.DAT, STATUS: '
                 WS-ACCOUNT-STATUS
           END-IF.
       LOAD-PERIOD-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-PERIOD-COUNT >= 240
                 READ PERIOD-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE GLP-PERIOD
                          TO WS-GLP-PERIOD(WS-PERIOD-COUNT)
                       MOVE GLP-STATUS
                          TO WS-GLP-STATUS(WS-PERIOD-COUNT)
                       MOVE GLP-CLOSE-DATE
                          TO WS-GLP-CLOSE-DATE(WS-PERIOD-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PERIOD-FILE
           ELSE
              DISPLAY 'ERROR OPENING GLPERIOD.DAT, STATUS: '
                 WS-PERIOD-STATUS
           END-IF.
       LOAD-BALANCE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-BALANCE-COUNT >= 5000
                 READ BALANCE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-BALANCE-COUNT
                       MOVE GLB-ACCOUNT
                          TO WS-GLB-ACCOUNT(WS-BALANCE-COUNT)
                       MOVE GLB-PERIOD
                          TO WS-GLB-PERIOD(WS-BALANCE-COUNT)
                       MOVE GLB-OPEN-DR
                          TO WS-GLB-OPEN-DR(WS-BALANCE-COUNT)
                       MOVE GLB-OPEN-CR
                          TO WS-GLB-OPEN-CR(WS-BALANCE-COUNT)
                       MOVE GLB-DEBITS
                          TO WS-GLB-DEBITS(WS-BALANCE-COUNT)
                       MOVE GLB-CREDITS
                          TO WS-GLB-CREDITS(WS-BALANCE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BALANCE-FILE
           ELSE
              DISPLAY 'ERROR OPENING GLBAL.DAT, STATUS: '
                 WS-BALANCE-STATUS
           END-IF.
       RETRY-HELD-LINES.
      * LINES HELD BY AN EARLIER RUN GO FIRST, UNDER THE SOURCE
      * THEY ORIGINALLY CAME FROM.
           MOVE 1 TO WS-SOURCE-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ REJECT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       MOVE REJ-JOURNAL-LINE TO WS-JOURNAL-LINE
                       MOVE REJ-SOURCE       TO WS-JL-SOURCE
                       PERFORM POST-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE REJECT-FILE
           END-IF.
       POST-PAY-JOURNAL.
           MOVE 2 TO WS-SOURCE-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PAY-JOURNAL-FILE
           IF WS-PAY-JOURNAL-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ PAY-JOURNAL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       MOVE PAY-JOURNAL-RECORD TO WS-JOURNAL-LINE
                       MOVE 'gljournal.dat' TO WS-JL-SOURCE
                       PERFORM POST-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE PAY-JOURNAL-FILE
           ELSE
              DISPLAY 'ERROR OPENING gljournal.dat, STATUS: '
                 WS-PAY-JOURNAL-STATUS
           END-IF.
       POST-AR-JOURNAL.
           MOVE 3 TO WS-SOURCE-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AR-JOURNAL-FILE
           IF WS-AR-JOURNAL-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ AR-JOURNAL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       MOVE AR-JOURNAL-RECORD TO WS-JOURNAL-LINE
                       MOVE 'arjournal.dat' TO WS-JL-SOURCE
                       PERFORM POST-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE AR-JOURNAL-FILE
           ELSE
              DISPLAY 'ERROR OPENING arjournal.dat, STATUS: '
                 WS-AR-JOURNAL-STATUS
           END-IF.
       POST-ONE-LINE.
           ADD 1 TO WS-SRC-READ(WS-SOURCE-IDX)
           IF WS-JL-DC = 'DR' AND WS-JL-AMOUNT IS NUMERIC
              COMPUTE WS-SRC-HASH(WS-SOURCE-IDX) =
                 WS-SRC-HASH(WS-SOURCE-IDX) + WS-JL-AMOUNT * 100
           END-IF
           MOVE SPACES TO WS-JL-REASON
           MOVE WS-JL-DATE(1:6) TO WS-JL-PERIOD
           MOVE ZERO TO WS-ACCOUNT-FOUND
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
              UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
              IF WS-GLA-ACCOUNT(WS-ACCOUNT-IDX) = WS-JL-ACCOUNT
                 MOVE WS-ACCOUNT-IDX TO WS-ACCOUNT-FOUND
              END-IF
           END-PERFORM
           PERFORM FIND-PERIOD
           EVALUATE TRUE
              WHEN WS-JL-DATE IS NOT NUMERIC
                 OR WS-JL-AMOUNT IS NOT NUMERIC
                 OR (WS-JL-DC NOT = 'DR' AND WS-JL-DC NOT = 'CR')
                 MOVE 'INVALID LINE' TO WS-JL-REASON
              WHEN WS-ACCOUNT-FOUND = ZERO
                 MOVE 'UNKNOWN ACCOUNT' TO WS-JL-REASON
              WHEN WS-GLA-STATUS(WS-ACCOUNT-FOUND) = 'I'
                 MOVE 'INACTIVE ACCOUNT' TO WS-JL-REASON
              WHEN WS-PERIOD-FOUND > ZERO
                 AND WS-GLP-STATUS(WS-PERIOD-FOUND) = 'C'
                 MOVE 'PERIOD CLOSED' TO WS-JL-REASON
              WHEN WS-PERIOD-FOUND = ZERO AND WS-PERIOD-COUNT >= 240
                 MOVE 'PERIOD TBL FULL' TO WS-JL-REASON
           END-EVALUATE
           IF WS-JL-REASON = SPACES
              PERFORM ADD-TO-BALANCE
           END-IF
           IF WS-JL-REASON = SPACES
              ADD 1 TO WS-SRC-POSTED(WS-SOURCE-IDX)
              IF WS-JL-DC = 'DR'
                 ADD WS-JL-AMOUNT TO WS-SRC-DEBITS(WS-SOURCE-IDX)
                 ADD WS-JL-AMOUNT TO WS-DEBIT-TOTAL
              ELSE
                 ADD WS-JL-AMOUNT TO WS-SRC-CREDITS(WS-SOURCE-IDX)
                 ADD WS-JL-AMOUNT TO WS-CREDIT-TOTAL
              END-IF
           ELSE
              PERFORM HOLD-ONE-LINE
           END-IF.
       FIND-PERIOD.
           MOVE ZERO TO WS-PERIOD-FOUND
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
              UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
              IF WS-GLP-PERIOD(WS-PERIOD-IDX) = WS-JL-PERIOD
                 MOVE WS-PERIOD-IDX TO WS-PERIOD-FOUND
              END-IF
           END-PERFORM.
       ADD-TO-BALANCE.
      * THE FIRST POSTING TO A PERIOD OPENS IT; THE FIRST POSTING
      * TO AN ACCOUNT IN A PERIOD STARTS ITS BALANCE LINE AT ZERO
      * (GLCLOSE SETS THE BALANCE BROUGHT FORWARD WHEN THE PRIOR
      * PERIOD IS CLOSED).
           MOVE ZERO TO WS-BALANCE-FOUND
           PERFORM VARYING WS-BALANCE-IDX FROM 1 BY 1
              UNTIL WS-BALANCE-IDX > WS-BALANCE-COUNT
              IF WS-GLB-ACCOUNT(WS-BALANCE-IDX) = WS-JL-ACCOUNT
                 AND WS-GLB-PERIOD(WS-BALANCE-IDX) = WS-JL-PERIOD
                 MOVE WS-BALANCE-IDX TO WS-BALANCE-FOUND
              END-IF
           END-PERFORM
           IF WS-BALANCE-FOUND = ZERO
              IF WS-BALANCE-COUNT >= 5000
                 MOVE 'BALANCE TBL FULL' TO WS-JL-REASON
              ELSE
                 ADD 1 TO WS-BALANCE-COUNT
                 MOVE WS-BALANCE-COUNT TO WS-BALANCE-FOUND
                 MOVE WS-JL-ACCOUNT
                    TO WS-GLB-ACCOUNT(WS-BALANCE-FOUND)
                 MOVE WS-JL-PERIOD
                    TO WS-GLB-PERIOD(WS-BALANCE-FOUND)
                 MOVE ZERO TO WS-GLB-OPEN-DR(WS-BALANCE-FOUND)
                              WS-GLB-OPEN-CR(WS-BALANCE-FOUND)
                              WS-GLB-DEBITS(WS-BALANCE-FOUND)
                              WS-GLB-CREDITS(WS-BALANCE-FOUND)
              END-IF
           END-IF
           IF WS-JL-REASON = SPACES
              IF WS-PERIOD-FOUND = ZERO
                 ADD 1 TO WS-PERIOD-COUNT
                 MOVE WS-JL-PERIOD TO WS-GLP-PERIOD(WS-PERIOD-COUNT)
                 MOVE 'O'  TO WS-GLP-STATUS(WS-PERIOD-COUNT)
                 MOVE ZERO TO WS-GLP-CLOSE-DATE(WS-PERIOD-COUNT)
              END-IF
              IF WS-JL-DC = 'DR'
                 ADD WS-JL-AMOUNT TO WS-GLB-DEBITS(WS-BALANCE-FOUND)
              ELSE
                 ADD WS-JL-AMOUNT TO WS-GLB-CREDITS(WS-BALANCE-FOUND)
              END-IF
           END-IF.
       HOLD-ONE-LINE.
           ADD 1 TO WS-SRC-HELD(WS-SOURCE-IDX)
           IF WS-REJECT-COUNT >= 2000
              DISPLAY 'REJECT TABLE FULL - LINE LOST: '
                 WS-JOURNAL-LINE
              MOVE 'N' TO WS-WRITE-OK
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE WS-JOURNAL-LINE TO WS-REJ-LINE(WS-REJECT-COUNT)
              MOVE WS-JL-SOURCE    TO WS-REJ-SOURCE(WS-REJECT-COUNT)
              MOVE WS-JL-REASON    TO WS-REJ-REASON(WS-REJECT-COUNT)
           END-IF.
       REWRITE-BALANCE-FILE.
           OPEN OUTPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING GLBAL.DAT, STATUS: '
                 WS-BALANCE-STATUS
              MOVE 'N' TO WS-WRITE-OK
           ELSE
              PERFORM WRITE-ONE-BALANCE
                 VARYING WS-BALANCE-IDX FROM 1 BY 1
                 UNTIL WS-BALANCE-IDX > WS-BALANCE-COUNT
              CLOSE BALANCE-FILE
           END-IF.
       WRITE-ONE-BALANCE.
           MOVE SPACES TO GLB-RECORD
           MOVE WS-GLB-ACCOUNT(WS-BALANCE-IDX) TO GLB-ACCOUNT
           MOVE WS-GLB-PERIOD(WS-BALANCE-IDX)  TO GLB-PERIOD
           MOVE WS-GLB-OPEN-DR(WS-BALANCE-IDX) TO GLB-OPEN-DR
           MOVE WS-GLB-OPEN-CR(WS-BALANCE-IDX) TO GLB-OPEN-CR
           MOVE WS-GLB-DEBITS(WS-BALANCE-IDX)  TO GLB-DEBITS
           MOVE WS-GLB-CREDITS(WS-BALANCE-IDX) TO GLB-CREDITS
           WRITE GLB-RECORD.
       REWRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING GLPERIOD.DAT, STATUS: '
                 WS-PERIOD-STATUS
              MOVE 'N' TO WS-WRITE-OK
           ELSE
              PERFORM WRITE-ONE-PERIOD
                 VARYING WS-PERIOD-IDX FROM 1 BY 1
                 UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
              CLOSE PERIOD-FILE
           END-IF.
       WRITE-ONE-PERIOD.
           MOVE SPACES TO GLP-RECORD
           MOVE WS-GLP-PERIOD(WS-PERIOD-IDX)     TO GLP-PERIOD
           MOVE WS-GLP-STATUS(WS-PERIOD-IDX)     TO GLP-STATUS
           MOVE WS-GLP-CLOSE-DATE(WS-PERIOD-IDX) TO GLP-CLOSE-DATE
           WRITE GLP-RECORD.
       REWRITE-REJECT-FILE.
           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING glreject.dat, STATUS: '
                 WS-REJECT-STATUS
              MOVE 'N' TO WS-WRITE-OK
           ELSE
              PERFORM WRITE-ONE-REJECT
                 VARYING WS-REJECT-IDX FROM 1 BY 1
                 UNTIL WS-REJECT-IDX > WS-REJECT-COUNT
              CLOSE REJECT-FILE
           END-IF.
       WRITE-ONE-REJECT.
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-REJ-LINE(WS-REJECT-IDX)   TO REJ-JOURNAL-LINE
           MOVE WS-REJ-SOURCE(WS-REJECT-IDX) TO REJ-SOURCE
           MOVE WS-REJ-REASON(WS-REJECT-IDX) TO REJ-REASON
           WRITE REJECT-RECORD.
       REGISTER-CONTROL-TOTALS.
      * WHAT WAS READ FROM EACH EXTRACT, FOR CTLVERIF TO HOLD
      * AGAINST WHAT THE EXTRACT REGISTERED. AN EXTRACT ALREADY
      * EMPTIED BY AN EARLIER RUN IS NOT REGISTERED AGAIN, OR ITS
      * ZERO COUNT WOULD STAND AGAINST THE EXTRACT'S OWN LINE. A
      * MISSING REGISTRY ROUTINE MUST NEVER STOP THE POSTING ITSELF.
           PERFORM VARYING WS-SOURCE-IDX FROM 2 BY 1
              UNTIL WS-SOURCE-IDX > 3
              IF WS-SRC-READ(WS-SOURCE-IDX) > ZERO
                 MOVE 'CONS'   TO REG-ROLE
                 MOVE WS-SRC-NAME(WS-SOURCE-IDX) TO REG-FILE-NAME
                 MOVE 'GLPOST' TO REG-PROGRAM
                 MOVE WS-SRC-READ(WS-SOURCE-IDX) TO REG-COUNT
                 MOVE WS-SRC-HASH(WS-SOURCE-IDX) TO REG-HASH
                 CALL WS-CTLREG-PROG USING CTLREG-PARMS
                    ON EXCEPTION CONTINUE
                 END-CALL
              END-IF
           END-PERFORM.
       PRINT-POSTING-REPORT.
           OPEN OUTPUT POSTING-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-RUN-DATE TO PRN-RUN-DATE
           WRITE PRINT-LINE FROM RUN-DATE-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM SOURCE-HEADING
           PERFORM PRINT-ONE-SOURCE
              VARYING WS-SOURCE-IDX FROM 1 BY 1
              UNTIL WS-SOURCE-IDX > 3
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-DEBIT-TOTAL  TO RPT-DEBITS
           MOVE WS-CREDIT-TOTAL TO RPT-CREDITS
           WRITE PRINT-LINE FROM BALANCE-LINE-1
           WRITE PRINT-LINE FROM BALANCE-LINE-2
           IF WS-REJECT-COUNT > ZERO
              WRITE PRINT-LINE FROM BLANK-LINE
              WRITE PRINT-LINE FROM REJECT-HEADING
              PERFORM PRINT-ONE-REJECT
                 VARYING WS-REJECT-IDX FROM 1 BY 1
                 UNTIL WS-REJECT-IDX > WS-REJECT-COUNT
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE POSTING-REPORT.
       PRINT-ONE-SOURCE.
           MOVE WS-SRC-NAME(WS-SOURCE-IDX)    TO PRN-SOURCE
           MOVE WS-SRC-READ(WS-SOURCE-IDX)    TO PRN-SRC-READ
           MOVE WS-SRC-POSTED(WS-SOURCE-IDX)  TO PRN-SRC-POSTED
           MOVE WS-SRC-HELD(WS-SOURCE-IDX)    TO PRN-SRC-HELD
           MOVE WS-SRC-DEBITS(WS-SOURCE-IDX)  TO PRN-SRC-DEBITS
           MOVE WS-SRC-CREDITS(WS-SOURCE-IDX) TO PRN-SRC-CREDITS
           WRITE PRINT-LINE FROM SOURCE-DETAIL-LINE.
       PRINT-ONE-REJECT.
           MOVE WS-REJ-LINE(WS-REJECT-IDX)   TO PRN-REJ-LINE
           MOVE WS-REJ-SOURCE(WS-REJECT-IDX) TO PRN-REJ-SOURCE
           MOVE WS-REJ-REASON(WS-REJECT-IDX) TO PRN-REJ-REASON
           WRITE PRINT-LINE FROM REJECT-DETAIL-LINE.
       END PROGRAM GLPOST.
