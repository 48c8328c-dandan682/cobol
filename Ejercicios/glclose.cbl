       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLCLOSE.
      ***************************************
      * GENERAL LEDGER PERIOD CLOSE. LOCKS ONE PERIOD IN
      * GLPERIOD.DAT AGAINST FURTHER POSTINGS (GLPOST REJECTS ANY
      * LATER LINE DATED IN IT) AND CARRIES EVERY ACCOUNT'S CLOSING
      * BALANCE FORWARD AS THE BALANCE BROUGHT FORWARD OF THE NEXT
      * PERIOD IN GLBAL.DAT, OPENING THAT PERIOD IF NEED BE.
      * THE CLOSE IS REFUSED, WITH RETURN CODE 8, WHEN:
      *   - THE PERIOD IS ALREADY CLOSED OR HAS NO POSTINGS,
      *   - AN EARLIER PERIOD IS STILL OPEN (PERIODS CLOSE IN
      *     ORDER),
      *   - ITS TRIAL BALANCE DOES NOT NET TO ZERO, OR
      *   - glreject.dat STILL HOLDS LINES DATED IN OR BEFORE IT,
      *     WHICH COULD NEVER BE POSTED ONCE IT IS LOCKED.
      * ALL ACCOUNTS ARE CARRIED FORWARD AS THEY STAND; THERE IS NO
      * YEAR-END CLEARING OF REVENUE AND EXPENSE HERE.
      *
      * COMMAND LINE: PERIOD TO CLOSE (YYYYMM). BLANK CLOSES THE
      * EARLIEST OPEN PERIOD.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALANCE-FILE ASSIGN TO "GLBAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BALANCE-STATUS.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PERIOD-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "glreject.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJECT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY GLBREC.
       FD PERIOD-FILE.
       COPY GLPREC.
       FD REJECT-FILE.
       01 REJECT-RECORD.
          05 REJ-DATE             PIC 9(8).
          05 FILLER               PIC X(31).
          05 FILLER               PIC X.
          05 REJ-SOURCE           PIC X(13).
          05 FILLER               PIC X.
          05 REJ-REASON           PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS       PIC X(2).
       01 WS-PERIOD-STATUS        PIC X(2).
       01 WS-REJECT-STATUS        PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-PERIOD               PIC 9(6) VALUE ZERO.
       01 WS-NEXT-PERIOD          PIC 9(6).
       01 WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
          05 WS-NEXT-YYYY         PIC 9(4).
          05 WS-NEXT-MM           PIC 9(2).
       01 WS-PERIOD-TABLE.
          05 WS-PERIOD-ENTRY OCCURS 240 TIMES.
             10 WS-GLP-PERIOD     PIC 9(6).
             10 WS-GLP-STATUS     PIC X.
             10 WS-GLP-CLOSE-DATE PIC 9(8).
       01 WS-PERIOD-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-IDX           PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-FOUND         PIC 9(4) VALUE ZERO.
       01 WS-NEXT-FOUND           PIC 9(4) VALUE ZERO.
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
       01 WS-CLOSING-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-CLOSING              PIC S9(12)V99 USAGE COMP-3.
       01 WS-NET-TOTAL            PIC S9(12)V99 USAGE COMP-3
                                  VALUE ZERO.
       01 WS-HELD-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-CARRIED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REFUSAL              PIC X(50) VALUE SPACES.
       01 WS-WRITE-OK             PIC X VALUE 'Y'.
       01 DIS-NET-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'GLCLOSE'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'GLCLOSE - GENERAL LEDGER PERIOD CLOSE'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PERIOD-TABLE
           PERFORM LOAD-BALANCE-TABLE
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:6) IS NUMERIC
              MOVE WS-CMDLINE(1:6) TO WS-PERIOD
           ELSE
              PERFORM FIND-EARLIEST-OPEN
           END-IF
           DISPLAY 'PERIOD TO CLOSE: ' WS-PERIOD
           PERFORM CHECK-PERIOD
           IF WS-REFUSAL = SPACES
              PERFORM CHECK-TRIAL-BALANCE
           END-IF
           IF WS-REFUSAL = SPACES
              PERFORM CHECK-HELD-LINES
           END-IF
           IF WS-REFUSAL NOT = SPACES
              DISPLAY 'PERIOD NOT CLOSED - ' WS-REFUSAL
              MOVE 'E' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'GL CLOSE OF ' WS-PERIOD ' REFUSED - '
                 WS-REFUSAL DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-NEXT-PERIOD
           PERFORM CARRY-ONE-BALANCE
              VARYING WS-BALANCE-IDX FROM 1 BY 1
              UNTIL WS-BALANCE-IDX > WS-CLOSING-COUNT
           MOVE 'C'         TO WS-GLP-STATUS(WS-PERIOD-FOUND)
           MOVE WS-RUN-DATE TO WS-GLP-CLOSE-DATE(WS-PERIOD-FOUND)
           PERFORM OPEN-NEXT-PERIOD
           PERFORM REWRITE-BALANCE-FILE
           PERFORM REWRITE-PERIOD-FILE
           IF WS-WRITE-OK NOT = 'Y'
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'GL CLOSE FAILED - BALANCE FILES NOT WRITTEN'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'PERIOD ' WS-PERIOD ' CLOSED, BALANCES CARRIED TO '
              WS-NEXT-PERIOD ': ' WS-CARRIED-COUNT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'GL PERIOD ' WS-PERIOD ' CLOSED, CARRIED FORWARD TO '
              WS-NEXT-PERIOD DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           MOVE 0 TO RETURN-CODE
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE CLOSE ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
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
           END-IF
      * ONLY THE LINES LOADED HERE ARE CARRIED FORWARD; ANY ADDED
      * FOR THE NEXT PERIOD GO AFTER THEM.
           MOVE WS-BALANCE-COUNT TO WS-CLOSING-COUNT.
       FIND-EARLIEST-OPEN.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
              UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
              IF WS-GLP-STATUS(WS-PERIOD-IDX) = 'O'
                 IF WS-PERIOD = ZERO
                    OR WS-GLP-PERIOD(WS-PERIOD-IDX) < WS-PERIOD
                    MOVE WS-GLP-PERIOD(WS-PERIOD-IDX) TO WS-PERIOD
                 END-IF
              END-IF
           END-PERFORM.
       CHECK-PERIOD.
           MOVE ZERO TO WS-PERIOD-FOUND
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
              UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
              IF WS-GLP-PERIOD(WS-PERIOD-IDX) = WS-PERIOD
                 MOVE WS-PERIOD-IDX TO WS-PERIOD-FOUND
              END-IF
              IF WS-GLP-PERIOD(WS-PERIOD-IDX) < WS-PERIOD
                 AND WS-GLP-STATUS(WS-PERIOD-IDX) = 'O'
                 MOVE 'AN EARLIER PERIOD IS STILL OPEN' TO WS-REFUSAL
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-PERIOD-FOUND = ZERO
                 MOVE 'NO POSTINGS IN THE PERIOD' TO WS-REFUSAL
              WHEN WS-GLP-STATUS(WS-PERIOD-FOUND) = 'C'
                 MOVE 'PERIOD IS ALREADY CLOSED' TO WS-REFUSAL
           END-EVALUATE.
       CHECK-TRIAL-BALANCE.
           PERFORM VARYING WS-BALANCE-IDX FROM 1 BY 1
              UNTIL WS-BALANCE-IDX > WS-CLOSING-COUNT
              IF WS-GLB-PERIOD(WS-BALANCE-IDX) = WS-PERIOD
                 COMPUTE WS-NET-TOTAL = WS-NET-TOTAL
                    + WS-GLB-OPEN-DR(WS-BALANCE-IDX)
                    - WS-GLB-OPEN-CR(WS-BALANCE-IDX)
                    + WS-GLB-DEBITS(WS-BALANCE-IDX)
                    - WS-GLB-CREDITS(WS-BALANCE-IDX)
              END-IF
           END-PERFORM
           IF WS-NET-TOTAL NOT = ZERO
              MOVE WS-NET-TOTAL TO DIS-NET-TOTAL
              DISPLAY 'TRIAL BALANCE DIFFERENCE: ' DIS-NET-TOTAL
              MOVE 'TRIAL BALANCE DOES NOT NET TO ZERO' TO WS-REFUSAL
           END-IF.
       CHECK-HELD-LINES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ REJECT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF REJ-DATE IS NOT NUMERIC
                          OR REJ-DATE(1:6) NOT > WS-PERIOD
                          ADD 1 TO WS-HELD-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REJECT-FILE
           END-IF
           IF WS-HELD-COUNT > ZERO
              DISPLAY 'HELD LINES FOR THE PERIOD: ' WS-HELD-COUNT
              MOVE 'HELD LINES IN glreject.dat' TO WS-REFUSAL
           END-IF.
       SET-NEXT-PERIOD.
           MOVE WS-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MM >= 12
              ADD 1 TO WS-NEXT-YYYY
              MOVE 1 TO WS-NEXT-MM
           ELSE
              ADD 1 TO WS-NEXT-MM
           END-IF.
       CARRY-ONE-BALANCE.
      * THE CLOSING BALANCE BECOMES THE NEXT PERIOD'S BALANCE
      * BROUGHT FORWARD, ON ITS DEBIT OR CREDIT SIDE. A NEXT-PERIOD
      * LINE ALREADY STARTED BY AN EARLY POSTING KEEPS ITS DEBITS
      * AND CREDITS.
           IF WS-GLB-PERIOD(WS-BALANCE-IDX) = WS-PERIOD
              COMPUTE WS-CLOSING = WS-GLB-OPEN-DR(WS-BALANCE-IDX)
                 - WS-GLB-OPEN-CR(WS-BALANCE-IDX)
                 + WS-GLB-DEBITS(WS-BALANCE-IDX)
                 - WS-GLB-CREDITS(WS-BALANCE-IDX)
              MOVE ZERO TO WS-BALANCE-FOUND
              PERFORM VARYING WS-NEXT-FOUND FROM 1 BY 1
                 UNTIL WS-NEXT-FOUND > WS-BALANCE-COUNT
                 IF WS-GLB-ACCOUNT(WS-NEXT-FOUND) =
                    WS-GLB-ACCOUNT(WS-BALANCE-IDX)
                    AND WS-GLB-PERIOD(WS-NEXT-FOUND) = WS-NEXT-PERIOD
                    MOVE WS-NEXT-FOUND TO WS-BALANCE-FOUND
                 END-IF
              END-PERFORM
              IF WS-BALANCE-FOUND = ZERO AND WS-CLOSING NOT = ZERO
                 IF WS-BALANCE-COUNT >= 5000
                    DISPLAY 'BALANCE TABLE FULL - NOT CARRIED: '
                       WS-GLB-ACCOUNT(WS-BALANCE-IDX)
                    MOVE 'N' TO WS-WRITE-OK
                 ELSE
                    ADD 1 TO WS-BALANCE-COUNT
                    MOVE WS-BALANCE-COUNT TO WS-BALANCE-FOUND
                    MOVE WS-GLB-ACCOUNT(WS-BALANCE-IDX)
                       TO WS-GLB-ACCOUNT(WS-BALANCE-FOUND)
                    MOVE WS-NEXT-PERIOD
                       TO WS-GLB-PERIOD(WS-BALANCE-FOUND)
                    MOVE ZERO TO WS-GLB-DEBITS(WS-BALANCE-FOUND)
                                 WS-GLB-CREDITS(WS-BALANCE-FOUND)
                 END-IF
              END-IF
              IF WS-BALANCE-FOUND > ZERO
                 MOVE ZERO TO WS-GLB-OPEN-DR(WS-BALANCE-FOUND)
                              WS-GLB-OPEN-CR(WS-BALANCE-FOUND)
                 IF WS-CLOSING < ZERO
                    COMPUTE WS-GLB-OPEN-CR(WS-BALANCE-FOUND) =
                       ZERO - WS-CLOSING
                 ELSE
                    MOVE WS-CLOSING
                       TO WS-GLB-OPEN-DR(WS-BALANCE-FOUND)
                 END-IF
                 ADD 1 TO WS-CARRIED-COUNT
              END-IF
           END-IF.
       OPEN-NEXT-PERIOD.
           MOVE ZERO TO WS-NEXT-FOUND
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
              UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
              IF WS-GLP-PERIOD(WS-PERIOD-IDX) = WS-NEXT-PERIOD
                 MOVE WS-PERIOD-IDX TO WS-NEXT-FOUND
              END-IF
           END-PERFORM
           IF WS-NEXT-FOUND = ZERO
              IF WS-PERIOD-COUNT >= 240
                 DISPLAY 'PERIOD TABLE FULL - NEXT PERIOD NOT OPENED'
                 MOVE 'N' TO WS-WRITE-OK
              ELSE
                 ADD 1 TO WS-PERIOD-COUNT
                 MOVE WS-NEXT-PERIOD
                    TO WS-GLP-PERIOD(WS-PERIOD-COUNT)
                 MOVE 'O'  TO WS-GLP-STATUS(WS-PERIOD-COUNT)
                 MOVE ZERO TO WS-GLP-CLOSE-DATE(WS-PERIOD-COUNT)
              END-IF
           END-IF.
       REWRITE-BALANCE-FILE.
           IF WS-WRITE-OK = 'Y'
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
              END-IF
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
      * THE PERIOD IS ONLY LOCKED ONCE ITS BALANCES HAVE BEEN
      * CARRIED FORWARD.
           IF WS-WRITE-OK = 'Y'
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
              END-IF
           END-IF.
       WRITE-ONE-PERIOD.
           MOVE SPACES TO GLP-RECORD
           MOVE WS-GLP-PERIOD(WS-PERIOD-IDX)     TO GLP-PERIOD
           MOVE WS-GLP-STATUS(WS-PERIOD-IDX)     TO GLP-STATUS
           MOVE WS-GLP-CLOSE-DATE(WS-PERIOD-IDX) TO GLP-CLOSE-DATE
           WRITE GLP-RECORD.
       END PROGRAM GLCLOSE.
