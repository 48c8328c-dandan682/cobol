       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLTB.
      ***************************************
      * GENERAL LEDGER TRIAL BALANCE FOR ONE PERIOD, FROM THE
      * GLBAL.DAT BALANCES GLPOST ACCUMULATES. ONE LINE PER
      * ACCOUNT: THE BALANCE BROUGHT FORWARD, THE PERIOD DEBITS AND
      * CREDITS, AND THE CLOSING BALANCE IN THE DEBIT OR THE CREDIT
      * COLUMN. THE CLOSING DEBITS MUST EQUAL THE CLOSING CREDITS;
      * A TRIAL BALANCE THAT DOES NOT NET TO ZERO IS FLAGGED ON THE
      * REPORT, LOGGED, AND ENDS WITH RETURN CODE 8 (GLCLOSE WILL
      * NOT CLOSE SUCH A PERIOD).
      *
      * COMMAND LINE: PERIOD (YYYYMM). BLANK USES THE CURRENT
      * MONTH.
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
           SELECT TRIAL-BALANCE-REPORT ASSIGN TO "gltb.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       COPY GLAREC.
       FD BALANCE-FILE.
       COPY GLBREC.
       FD PERIOD-FILE.
       COPY GLPREC.
       FD TRIAL-BALANCE-REPORT.
       01 PRINT-LINE              PIC X(110).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(30) VALUE
          'GENERAL LEDGER TRIAL BALANCE'.
       01 PERIOD-LINE.
          02 FILLER               PIC X(07) VALUE 'PERIOD '.
          02 PRN-PERIOD           PIC 9(6).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-PERIOD-STATUS    PIC X(20).
       01 COLUMN-HEADING-1.
          02 FILLER               PIC X(50) VALUE
             'ACCOUNT  NAME                         BROUGHT FWD '.
          02 FILLER               PIC X(56) VALUE
             '        DEBITS       CREDITS    CLOSING DR    CLOSING CR'.
       01 TB-DETAIL-LINE.
          02 PRN-ACCOUNT          PIC X(08).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-NAME             PIC X(26).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-OPENING          PIC ZZ,ZZZ,ZZ9.99-.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-DEBITS           PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-CREDITS          PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-CLOSING-DR       PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-CLOSING-CR       PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 TB-TOTAL-LINE.
          02 FILLER               PIC X(36) VALUE 'TOTALS'.
          02 FILLER               PIC X(15) VALUE SPACES.
          02 PRN-TOT-DEBITS       PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-CREDITS      PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-CLOSING-DR   PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-TOT-CLOSING-CR   PIC ZZ,ZZZ,ZZ9.99.
       01 DIFFERENCE-LINE.
          02 FILLER               PIC X(37) VALUE
             'OUT OF BALANCE - DIFFERENCE (DR-CR): '.
          02 PRN-DIFFERENCE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 RESULT-LINE             PIC X(50).
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(110) VALUE SPACES.
       01 WS-ACCOUNT-STATUS       PIC X(2).
       01 WS-BALANCE-STATUS       PIC X(2).
       01 WS-PERIOD-STATUS        PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-PERIOD               PIC 9(6).
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
             10 WS-GLA-ACCOUNT    PIC X(8).
             10 WS-GLA-NAME       PIC X(30).
       01 WS-ACCOUNT-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-ACCOUNT-IDX          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-OPENING              PIC S9(12)V99 USAGE COMP-3.
       01 WS-CLOSING              PIC S9(12)V99 USAGE COMP-3.
       01 WS-TOT-DEBITS           PIC S9(12)V99 USAGE COMP-3
                                  VALUE ZERO.
       01 WS-TOT-CREDITS          PIC S9(12)V99 USAGE COMP-3
                                  VALUE ZERO.
       01 WS-TOT-CLOSING-DR       PIC S9(12)V99 USAGE COMP-3
                                  VALUE ZERO.
       01 WS-TOT-CLOSING-CR       PIC S9(12)V99 USAGE COMP-3
                                  VALUE ZERO.
       01 WS-DIFFERENCE           PIC S9(12)V99 USAGE COMP-3
                                  VALUE ZERO.
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'GLTB'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'GLTB - GENERAL LEDGER TRIAL BALANCE'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:6) IS NUMERIC
              MOVE WS-CMDLINE(1:6) TO WS-PERIOD
           ELSE
              MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD
           END-IF
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM FIND-PERIOD-STATUS
           OPEN OUTPUT TRIAL-BALANCE-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-PERIOD TO PRN-PERIOD
           WRITE PRINT-LINE FROM PERIOD-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING-1
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ BALANCE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF GLB-PERIOD = WS-PERIOD
                          PERFORM PRINT-ONE-ACCOUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BALANCE-FILE
           ELSE
              DISPLAY 'ERROR OPENING GLBAL.DAT, STATUS: '
                 WS-BALANCE-STATUS
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-TOT-DEBITS     TO PRN-TOT-DEBITS
           MOVE WS-TOT-CREDITS    TO PRN-TOT-CREDITS
           MOVE WS-TOT-CLOSING-DR TO PRN-TOT-CLOSING-DR
           MOVE WS-TOT-CLOSING-CR TO PRN-TOT-CLOSING-CR
           WRITE PRINT-LINE FROM TB-TOTAL-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           COMPUTE WS-DIFFERENCE =
              WS-TOT-CLOSING-DR - WS-TOT-CLOSING-CR
           EVALUATE TRUE
              WHEN WS-LINE-COUNT = ZERO
                 MOVE 'NO BALANCES FOR THE PERIOD' TO RESULT-LINE
                 WRITE PRINT-LINE FROM RESULT-LINE
                 MOVE 4 TO RETURN-CODE
              WHEN WS-DIFFERENCE NOT = ZERO
                 MOVE WS-DIFFERENCE TO PRN-DIFFERENCE
                 WRITE PRINT-LINE FROM DIFFERENCE-LINE
                 MOVE 'TRIAL BALANCE DOES NOT NET TO ZERO'
                    TO RESULT-LINE
                 MOVE 'E' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'TRIAL BALANCE OUT OF BALANCE FOR PERIOD '
                    WS-PERIOD DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'TRIAL BALANCE NETS TO ZERO' TO RESULT-LINE
                 WRITE PRINT-LINE FROM RESULT-LINE
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE TRIAL-BALANCE-REPORT
           DISPLAY RESULT-LINE
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE REPORT ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
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
                       MOVE GLA-NAME
                          TO WS-GLA-NAME(WS-ACCOUNT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF.
       FIND-PERIOD-STATUS.
           MOVE 'NO POSTINGS' TO PRN-PERIOD-STATUS
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ PERIOD-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF GLP-PERIOD = WS-PERIOD
                          IF GLP-CLOSED
                             MOVE 'CLOSED' TO PRN-PERIOD-STATUS
                          ELSE
                             MOVE 'OPEN' TO PRN-PERIOD-STATUS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-FILE
           END-IF.
       PRINT-ONE-ACCOUNT.
           ADD 1 TO WS-LINE-COUNT
           MOVE GLB-ACCOUNT TO PRN-ACCOUNT
           MOVE '** NOT ON CHART **' TO PRN-NAME
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
              UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
              IF WS-GLA-ACCOUNT(WS-ACCOUNT-IDX) = GLB-ACCOUNT
                 MOVE WS-GLA-NAME(WS-ACCOUNT-IDX) TO PRN-NAME
              END-IF
           END-PERFORM
           COMPUTE WS-OPENING = GLB-OPEN-DR - GLB-OPEN-CR
           COMPUTE WS-CLOSING = WS-OPENING + GLB-DEBITS - GLB-CREDITS
           MOVE WS-OPENING  TO PRN-OPENING
           MOVE GLB-DEBITS  TO PRN-DEBITS
           MOVE GLB-CREDITS TO PRN-CREDITS
           ADD GLB-DEBITS  TO WS-TOT-DEBITS
           ADD GLB-CREDITS TO WS-TOT-CREDITS
           MOVE ZERO TO PRN-CLOSING-DR PRN-CLOSING-CR
           IF WS-CLOSING < ZERO
              COMPUTE PRN-CLOSING-CR = ZERO - WS-CLOSING
              SUBTRACT WS-CLOSING FROM WS-TOT-CLOSING-CR
           ELSE
              MOVE WS-CLOSING TO PRN-CLOSING-DR
              ADD WS-CLOSING TO WS-TOT-CLOSING-DR
           END-IF
           WRITE PRINT-LINE FROM TB-DETAIL-LINE.
       END PROGRAM GLTB.
