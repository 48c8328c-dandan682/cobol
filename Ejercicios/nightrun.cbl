      * NIGHT-CYCLE DRIVER. EXECUTES THE NIGHTLY SEQUENCE BY
      * CALLING EACH STEP PROGRAM IN THE ORDER LISTED IN
      * nightcycle.ctl (ONE PROGRAM NAME PER LINE; WITHOUT THE
      * CONTROL FILE THE CLASSIC SEQUENCE FILE01, FILE06, FILE21,
      * FILE04, COBTRN6, BKPSET RUNS). EACH CONTROL LINE MAY CARRY A RUN
      * FREQUENCY AFTER THE PROGRAM NAME, RESOLVED AGAINST THE CALBUILD
      * calendar.dat FOR TONIGHT'S DATE:
      *   (BLANK)/DAILY - EVERY NIGHT
      *   MON,WED,...   - ONLY ON THE LISTED WEEKDAYS
      * GOES. ON A RERUN THE STATUS FILE FROM THE FAILED RUN LETS
      * THE CYCLE RESUME FROM THE FIRST STEP THAT DID NOT COMPLETE,
      * THE WAY COBTRN6 RESTARTS FROM ITS OWN CHECKPOINT.
      *
      * PRE-FLIGHT INPUT CHECKS: AFTER THE FREQUENCY A CONTROL LINE
      * MAY NAME ONE INPUT FILE THE STEP NEEDS, WITH ITS RULE:
      *   EXISTS   - THE FILE MUST BE THERE (ALSO WHEN BLANK)
      *   NOTEMPTY - THE FILE MUST BE THERE AND HOLD DATA
      *   TODAY    - THE FILE MUST BE THERE, HOLD DATA AND HAVE
      *              BEEN WRITTEN TONIGHT'S DATE
      * FURTHER INPUTS FOR THE SAME STEP GO ON FOLLOWING LINES WITH
      * THE PROGRAM NAME AND FREQUENCY LEFT BLANK. THE CHECKS RUN
      * JUST BEFORE THE STEP IS CALLED; ANY FAILURE HOLDS THE STEP
      * (STATUS HOLD, RC 08) AND THE REST OF THE CYCLE, WITH AN
      * ERROR TO LOGMSG NAMING THE FILE. ONCE THE FILE HAS BEEN
      * CHECKED BY HAND THE OPERATOR RERUNS WITH RELEASE=<PROGRAM>
      * AND OPER=<ID>: THE CYCLE RESUMES AT THE HELD STEP, ITS
      * FAILED CHECKS ARE LOGGED AS RELEASED AND THE STEP RUNS. THE
      * OPERATOR MUST BE ACTIVE ON OPERATOR.DAT; WITHOUT A VALID
      * OPER= THE RELEASE IS IGNORED WITH A WARNING AND THE STEP
      * STAYS HELD.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "cyclehist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPERATOR-FILE      ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CYCLE-CONTROL-FILE.
          05 CTL-PROGRAM-NAME     PIC X(8).
          05 FILLER               PIC X.
          05 CTL-FREQUENCY        PIC X(12).
          05 FILLER               PIC X.
          05 CTL-INPUT-RULE       PIC X(8).
          05 FILLER               PIC X.
          05 CTL-INPUT-FILE       PIC X(40).
       FD STEP-STATUS-FILE.
       01 STEP-STATUS-RECORD.
          05 STS-STEP-NUM         PIC 9(2).
          05 TOK-DATE             PIC 9(8).
          05 FILLER               PIC X.
          05 TOK-TIME             PIC 9(6).
      * OPERATORS, TO CHECK THE OPER= OF A RELEASE.
       FD OPERATOR-FILE.
           COPY OPRREC.
      * THE CALBUILD CALENDAR, LOOKED UP FOR TONIGHT'S DATE.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
       01 WS-CONTROL-STATUS       PIC XX.
       01 WS-CALENDAR-STATUS      PIC XX.
       01 WS-HISTORY-STATUS       PIC XX.
       01 WS-OPERATOR-STATUS      PIC XX.
       01 WS-OPERATOR-EOF         PIC X VALUE 'N'.
       01 WS-OPERATOR-OK          PIC X VALUE 'N'.
       01 WS-STEP-START-TIME      PIC 9(6) VALUE ZERO.
       01 WS-STEP-END-TIME        PIC 9(6) VALUE ZERO.
       01 WS-START-SECONDS        PIC S9(7) COMP VALUE ZERO.
                                  VALUE SPACES.
       01 WS-PRIOR-COUNT          PIC 99 VALUE ZERO.
       01 WS-CYCLE-STOPPED        PIC X VALUE 'N'.
       01 WS-CYCLE-HELD           PIC X VALUE 'N'.
      * PRE-FLIGHT INPUT CHECKS FROM THE CONTROL FILE, EACH TIED TO
      * ITS STEP NUMBER.
       01 WS-CHECK-TABLE.
          05 WS-CHECK-ENTRY OCCURS 60 TIMES.
             10 WS-CHK-STEP       PIC 99.
             10 WS-CHK-RULE       PIC X(8).
             10 WS-CHK-FILE       PIC X(40).
       01 WS-CHECK-COUNT          PIC 99 VALUE ZERO.
       01 WS-CHECK-IDX            PIC 99 VALUE ZERO.
       01 WS-INPUTS-OK            PIC X VALUE 'Y'.
       01 WS-CHECK-REASON         PIC X(20).
      * FILE DETAILS RETURNED BY CBL_CHECK_FILE_EXIST.
       01 WS-CHECK-FILE-NAME      PIC X(41).
       01 WS-FILE-DETAILS.
          05 WS-FD-SIZE           PIC X(8) COMP-X.
          05 WS-FD-DAY            PIC X COMP-X.
          05 WS-FD-MONTH          PIC X COMP-X.
          05 WS-FD-YEAR           PIC X(2) COMP-X.
          05 WS-FD-HOURS          PIC X COMP-X.
          05 WS-FD-MINUTES        PIC X COMP-X.
          05 WS-FD-SECONDS        PIC X COMP-X.
          05 WS-FD-HUNDREDTHS     PIC X COMP-X.
       01 WS-FILE-DATE            PIC 9(8) VALUE ZERO.
      * OPERATOR RELEASE OF A HELD STEP, FROM THE COMMAND LINE.
       01 WS-CMDLINE-FULL         PIC X(100) VALUE SPACES.
       01 WS-EQUALS-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-RELEASE-PROGRAM      PIC X(8) VALUE SPACES.
       01 WS-RELEASE-OPERATOR     PIC X(8) VALUE SPACES.
       01 WS-PARAMS-PROG          PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION        PIC X(5).
          05 PARM-TEXT            PIC X(100).
          05 PARM-KEY             PIC X(20).
          05 PARM-VALUE           PIC X(20).
          05 PARM-RC              PIC 9(2).
       01 WS-STEP-DATE            PIC 9(8).
       01 WS-STEP-TIME-RAW        PIC 9(8).
       01 WS-STEP-TIME-R REDEFINES WS-STEP-TIME-RAW.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-RUN-PARMS
           PERFORM LOOK-UP-TODAY
           PERFORM LOAD-STEP-LIST
           IF WS-STEP-COUNT = ZERO
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
           CLOSE STEP-STATUS-FILE
           IF WS-CYCLE-HELD = 'Y'
              DISPLAY 'NIGHT CYCLE HELD ON A FAILED INPUT CHECK - '
                 'CHECK THE FILE, THEN RERUN WITH RELEASE=<PROGRAM>'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CYCLE-STOPPED = 'Y'
              DISPLAY 'NIGHT CYCLE STOPPED ON A FAILED STEP - '
                 'RERUN RESUMES FROM IT'
              END-PERFORM
              CLOSE TOKEN-FILE
           END-IF.
       READ-RUN-PARMS.
      * RELEASE=<PROGRAM> LETS A STEP HELD ON ITS INPUT CHECKS RUN
      * AFTER THE OPERATOR HAS CHECKED THE FILE BY HAND; OPER=<ID>
      * NAMES THE OPERATOR IN THE LOG AND MUST BE AN ACTIVE
      * OPERATOR, OR THE RELEASE IS NOT HONOURED.
           ACCEPT WS-CMDLINE-FULL FROM COMMAND-LINE
           MOVE ZERO TO WS-EQUALS-COUNT
           INSPECT WS-CMDLINE-FULL
              TALLYING WS-EQUALS-COUNT FOR ALL '='
           IF WS-EQUALS-COUNT > ZERO
              MOVE 'PARSE' TO PARM-FUNCTION
              MOVE WS-CMDLINE-FULL TO PARM-TEXT
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION CONTINUE
              END-CALL
              MOVE 'GET' TO PARM-FUNCTION
              MOVE 'RELEASE' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION MOVE 4 TO PARM-RC
              END-CALL
              IF PARM-RC = ZERO
                 MOVE PARM-VALUE(1:8) TO WS-RELEASE-PROGRAM
              END-IF
              MOVE 'GET' TO PARM-FUNCTION
              MOVE 'OPER' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
                 ON EXCEPTION MOVE 4 TO PARM-RC
              END-CALL
              IF PARM-RC = ZERO
                 MOVE PARM-VALUE(1:8) TO WS-RELEASE-OPERATOR
              END-IF
           END-IF
           IF WS-RELEASE-PROGRAM NOT = SPACES
              PERFORM CHECK-RELEASE-OPERATOR
           END-IF
           IF WS-RELEASE-PROGRAM NOT = SPACES
              DISPLAY 'INPUT CHECK RELEASE FOR STEP '
                 WS-RELEASE-PROGRAM ' BY ' WS-RELEASE-OPERATOR
           END-IF.
       CHECK-RELEASE-OPERATOR.
      * A RELEASE OVERRIDES A FAILED INPUT CHECK, SO IT MUST BE
      * ANSWERABLE TO AN ACTIVE OPERATOR ON OPERATOR.DAT. ANYTHING
      * ELSE LEAVES THE STEP HELD AND SAYS WHY.
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE 'N' TO WS-OPERATOR-EOF
           IF WS-RELEASE-OPERATOR NOT = SPACES
              OPEN INPUT OPERATOR-FILE
              IF WS-OPERATOR-STATUS = '00'
                 PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
                    READ OPERATOR-FILE
                       AT END MOVE 'Y' TO WS-OPERATOR-EOF
                       NOT AT END
                          IF OPR-ID = WS-RELEASE-OPERATOR
                             AND (OPR-STATUS = 'A' OR SPACE)
                             MOVE 'Y' TO WS-OPERATOR-OK
                             MOVE 'Y' TO WS-OPERATOR-EOF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OPERATOR-FILE
              END-IF
           END-IF
           IF WS-OPERATOR-OK = 'N'
              DISPLAY 'WARNING - RELEASE=' WS-RELEASE-PROGRAM
                 ' IGNORED, OPER=' WS-RELEASE-OPERATOR
                 ' IS NOT AN ACTIVE OPERATOR'
              MOVE 'W' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'RELEASE OF ' DELIMITED BY SIZE
                 WS-RELEASE-PROGRAM DELIMITED BY SPACE
                 ' IGNORED - OPER=' DELIMITED BY SIZE
                 WS-RELEASE-OPERATOR DELIMITED BY SIZE
                 ' NOT AN ACTIVE OPERATOR' DELIMITED BY SIZE
                 INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE SPACES TO WS-RELEASE-PROGRAM
           END-IF.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE DRIVER ITSELF.
                          MOVE CTL-FREQUENCY
                             TO WS-STEP-FREQ(WS-STEP-COUNT)
                       END-IF
                       IF CTL-INPUT-FILE NOT = SPACES
                          PERFORM ADD-INPUT-CHECK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CYCLE-CONTROL-FILE
           ELSE
              DISPLAY 'NO nightcycle.ctl - CLASSIC SEQUENCE RUNS'
              MOVE 6 TO WS-STEP-COUNT
              MOVE 'FILE01'  TO WS-STEP-PROGRAM(1)
              MOVE 'FILE06'  TO WS-STEP-PROGRAM(2)
              MOVE 'FILE21'  TO WS-STEP-PROGRAM(3)
              MOVE 'FILE04'  TO WS-STEP-PROGRAM(4)
              MOVE 'COBTRN6' TO WS-STEP-PROGRAM(5)
              MOVE 'BKPSET'  TO WS-STEP-PROGRAM(6)
           END-IF.
       ADD-INPUT-CHECK.
      * A CHECK BELONGS TO THE LAST STEP LISTED ABOVE IT. A TABLE
      * TOO SMALL FOR THE CONTROL FILE IS LOGGED, NOT IGNORED.
           IF WS-STEP-COUNT = ZERO
              DISPLAY 'INPUT CHECK BEFORE ANY STEP IGNORED: '
                 CTL-INPUT-FILE
           ELSE
              IF WS-CHECK-COUNT >= 60
                 DISPLAY 'INPUT CHECK TABLE FULL - NOT CHECKED: '
                    CTL-INPUT-FILE
                 MOVE 'W' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'INPUT CHECK TABLE FULL - NOT CHECKED '
                    CTL-INPUT-FILE DELIMITED BY SIZE
                    INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
              ELSE
                 ADD 1 TO WS-CHECK-COUNT
                 MOVE WS-STEP-COUNT TO WS-CHK-STEP(WS-CHECK-COUNT)
                 MOVE CTL-INPUT-RULE TO WS-CHK-RULE(WS-CHECK-COUNT)
                 IF CTL-INPUT-RULE = SPACES
                    MOVE 'EXISTS' TO WS-CHK-RULE(WS-CHECK-COUNT)
                 END-IF
                 MOVE CTL-INPUT-FILE TO WS-CHK-FILE(WS-CHECK-COUNT)
              END-IF
           END-IF.
       LOOK-UP-TODAY.
      * TONIGHT'S CALENDAR LINE GIVES THE WEEKDAY AND THE BUSINESS
                 DISPLAY 'STEP ALREADY DONE, SKIPPED: '
                    WS-CALL-PROGRAM
              WHEN OTHER
                 PERFORM CHECK-STEP-INPUTS
                 IF WS-INPUTS-OK = 'Y'
                    PERFORM CALL-STEP-PROGRAM
                 ELSE
                    PERFORM HOLD-STEP-ON-INPUT
                 END-IF
           END-EVALUATE
           PERFORM WRITE-STEP-STATUS.
       CHECK-STEP-INPUTS.
      * EVERY FAILED CHECK IS REPORTED, NOT JUST THE FIRST, SO THE
      * OPERATOR SEES THE WHOLE PROBLEM IN ONE PASS. A RELEASED
      * STEP STILL HAS ITS CHECKS RUN AND LOGGED, BUT RUNS ANYWAY.
           MOVE 'Y' TO WS-INPUTS-OK
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
              UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
              IF WS-CHK-STEP(WS-CHECK-IDX) = WS-STEP-IDX
                 PERFORM CHECK-ONE-INPUT
                 IF WS-CHECK-REASON NOT = SPACES
                    PERFORM REPORT-INPUT-FAILURE
                 END-IF
              END-IF
           END-PERFORM.
       CHECK-ONE-INPUT.
      * THE FILE'S SIZE AND LAST-WRITTEN DATE COME FROM ONE LOOKUP;
      * A NONZERO RETURN MEANS THE FILE IS NOT THERE.
           MOVE SPACES TO WS-CHECK-REASON
           MOVE WS-CHK-FILE(WS-CHECK-IDX) TO WS-CHECK-FILE-NAME
           MOVE ZERO TO RETURN-CODE
           CALL 'CBL_CHECK_FILE_EXIST'
              USING WS-CHECK-FILE-NAME WS-FILE-DETAILS
              ON EXCEPTION MOVE 35 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE NOT = ZERO
              MOVE 'MISSING' TO WS-CHECK-REASON
           ELSE
              COMPUTE WS-FILE-DATE = WS-FD-YEAR * 10000
                 + WS-FD-MONTH * 100 + WS-FD-DAY
              EVALUATE WS-CHK-RULE(WS-CHECK-IDX)
                 WHEN 'EXISTS'
                    CONTINUE
                 WHEN 'NOTEMPTY'
                    IF WS-FD-SIZE = ZERO
                       MOVE 'EMPTY' TO WS-CHECK-REASON
                    END-IF
                 WHEN 'TODAY'
                    IF WS-FD-SIZE = ZERO
                       MOVE 'EMPTY' TO WS-CHECK-REASON
                    ELSE
                       IF WS-FILE-DATE NOT = WS-TODAY-DATE
                          MOVE 'NOT WRITTEN TODAY' TO WS-CHECK-REASON
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE 'UNKNOWN RULE' TO WS-CHECK-REASON
              END-EVALUATE
           END-IF
           MOVE ZERO TO RETURN-CODE.
       REPORT-INPUT-FAILURE.
           MOVE SPACES TO LOG-MESSAGE
           IF WS-RELEASE-PROGRAM = WS-CALL-PROGRAM
              MOVE 'W' TO LOG-SEVERITY
              STRING 'RELEASED BY ' DELIMITED BY SIZE
                 WS-RELEASE-OPERATOR DELIMITED BY SPACE
                 ' ' WS-CALL-PROGRAM ' ' DELIMITED BY SIZE
                 WS-CHK-FILE(WS-CHECK-IDX) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-CHK-RULE(WS-CHECK-IDX) DELIMITED BY SPACE
                 ' ' WS-CHECK-REASON DELIMITED BY SIZE
                 INTO LOG-MESSAGE
           ELSE
              MOVE 'N' TO WS-INPUTS-OK
              MOVE 'E' TO LOG-SEVERITY
              STRING 'INPUT CHECK FAILED ' WS-CALL-PROGRAM ' '
                 DELIMITED BY SIZE
                 WS-CHK-FILE(WS-CHECK-IDX) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-CHK-RULE(WS-CHECK-IDX) DELIMITED BY SPACE
                 ' ' WS-CHECK-REASON DELIMITED BY SIZE
                 INTO LOG-MESSAGE
           END-IF
           DISPLAY LOG-MESSAGE
           PERFORM WRITE-OPS-LOG.
       HOLD-STEP-ON-INPUT.
      * THE STEP IS NOT CALLED; IT AND EVERYTHING AFTER IT WAIT FOR
      * THE OPERATOR. ON THE RERUN THE HOLD IS NOT A COMPLETED
      * OUTCOME, SO THE CYCLE RESUMES HERE.
           MOVE 'HOLD' TO WS-STEP-OUTCOME(WS-STEP-IDX)
           MOVE 8 TO WS-STEP-RC(WS-STEP-IDX)
           MOVE 'Y' TO WS-CYCLE-STOPPED
           MOVE 'Y' TO WS-CYCLE-HELD
           DISPLAY 'STEP HELD ON INPUT CHECK: ' WS-CALL-PROGRAM
           MOVE 'E' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'NIGHT CYCLE HELD AT ' WS-CALL-PROGRAM
              ' - INPUT CHECK FAILED, RELEASE=' WS-CALL-PROGRAM
              ' TO RUN' DELIMITED BY SIZE
              INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG.
       CALL-STEP-PROGRAM.
           DISPLAY 'STEP START: ' WS-CALL-PROGRAM
           ACCEPT WS-STEP-TIME-RAW FROM TIME
