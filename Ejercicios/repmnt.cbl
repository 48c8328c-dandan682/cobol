       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REPMNT.
      ***************************************
      * SALES REP AND TERRITORY MAINTENANCE, IN THE STYLE OF THE
      * BINMNT MENU. A SALES REP IS AN EMPLOYEE ON EMPVSFIL WITH A
      * COMMISSION RATE ON commrate.dat - THE PER CENT OF THE CASH
      * COLLECTED FROM THE REP'S CUSTOMERS THAT COMMCALC PAYS. THE
      * CUSTOMERS COME FROM territory.dat: A WHOLE STATE (THE SAME
      * ADDR-STATE GROUPING FILE08 PRINTS FOR TERRITORY PLANNING)
      * OR A SINGLE CUSTOMER IDNUM, WHICH TAKES PRECEDENCE OVER THE
      * CUSTOMER'S STATE. A STATE OR CUSTOMER HAS ONE REP; GIVING
      * IT TO ANOTHER REP MOVES IT. A REP NEEDS A RATE BEFORE ANY
      * TERRITORY, AND CANNOT BE REMOVED WHILE HOLDING ONE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "commrate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL TERRITORY-FILE ASSIGN TO "territory.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERRITORY-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS EMP-ID
              FILE STATUS  IS EMP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
           COPY REPREC.
       FD TERRITORY-FILE.
           COPY TERREC.
       FD CUSTOMER-FILE.
       01 CUSTOMERDATA.
           02 IDNUM                PIC 9(5).
           02 CUSTNAME.
              03 FIRSTNAME         PIC X(15).
              03 LASTNAME          PIC X(15).
           02 CUSTADDR.
              03 ADDR-LINE1        PIC X(25).
              03 ADDR-CITY         PIC X(15).
              03 ADDR-STATE        PIC X(02).
              03 ADDR-ZIP          PIC X(10).
           02 CUSTPHONE            PIC X(14).
           02 MAILFLAG             PIC X(01).
       FD EMPLOYEE-VS-FILE.
           COPY EMPREC.
       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS     PIC X(2) VALUE '00'.
       01 WS-TERRITORY-STATUS PIC X(2) VALUE '00'.
       01 WS-CUSTFILE-STATUS PIC X(2) VALUE '00'.
       01 EMP-FILE-STATUS.
          05 EMPFILE-STAT1   PIC X.
          05 EMPFILE-STAT2   PIC X.
       01 WS-EMPFILE-OPEN    PIC X VALUE 'N'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
      * THE RATE AND TERRITORY FILES HELD IN STORAGE WHILE THE MENU
      * IS OPEN; EVERY CHANGE REWRITES THE FILE, THE PRODMNT WAY.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 100 TIMES.
             10 WS-RPR-EMP-ID   PIC 9(4).
             10 WS-RPR-RATE     PIC 9(2)V99.
       01 WS-RATE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-RATE-IDX        PIC 9(3) VALUE ZERO.
       01 WS-TERRITORY-TABLE.
          05 WS-TER-DATA OCCURS 1000 TIMES PIC X(13).
       01 WS-TER-WORK.
          05 WS-TW-KIND      PIC X.
          05 FILLER          PIC X.
          05 WS-TW-KEY       PIC X(5).
          05 FILLER          PIC X.
          05 WS-TW-EMP-ID    PIC 9(4).
       01 WS-TER-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-TER-IDX         PIC 9(4) VALUE ZERO.
       01 WS-TER-FOUND       PIC 9(4) VALUE ZERO.
       01 WS-TER-HELD        PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(4) VALUE ZERO.
      * ONLY THE IDNUM AND STATE ARE NEEDED FROM EACH CUSTOMER.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUST-IDNUM   PIC 9(5).
             10 WS-CUST-STATE   PIC X(2).
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX        PIC 9(4) VALUE ZERO.
       01 WS-CUST-OK         PIC X VALUE 'N'.
       01 WS-STATE-USED      PIC X VALUE 'N'.
       01 WS-ENTRY-EMP-ID    PIC X(4).
       01 WS-EMP-ID          PIC 9(4) VALUE ZERO.
       01 WS-EMP-OK          PIC X VALUE 'N'.
       01 WS-EMP-NAME        PIC X(52) VALUE SPACES.
       01 WS-ENTRY-RATE      PIC X(6).
       01 WS-RATE            PIC 9(2)V99 VALUE ZERO.
       01 WS-RATE-BAD        PIC X VALUE 'N'.
       01 WS-ENTRY-KIND      PIC X.
       01 WS-ENTRY-STATE     PIC X(2).
       01 WS-ENTRY-IDNUM     PIC X(5).
       01 WS-IDNUM           PIC 9(5) VALUE ZERO.
       01 DIS-RATE           PIC Z9.99.
       01 WS-NAMEFMT-PROG    PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME   PIC X(20).
          05 NF-LAST-NAME    PIC X(30).
          05 NF-LAST-FIRST   PIC X(52).
          05 NF-FIRST-LAST   PIC X(51).
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'REPMNT'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'REPMNT - SALES REP AND TERRITORY MAINTENANCE'
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-RATE-FILE
           PERFORM LOAD-TERRITORY-FILE
           OPEN INPUT EMPLOYEE-VS-FILE
           IF EMP-FILE-STATUS = '00' OR '97'
              MOVE 'Y' TO WS-EMPFILE-OPEN
           ELSE
              DISPLAY '** UNABLE TO OPEN EMPVSFIL, STATUS: '
                 EMP-FILE-STATUS ' - NO REP CAN BE ADDED'
           END-IF
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'SALES REPS AND TERRITORIES'
              DISPLAY ' '
              DISPLAY '1 : SET REP COMMISSION RATE'
              DISPLAY '2 : REMOVE REP'
              DISPLAY '3 : ASSIGN STATE TO REP'
              DISPLAY '4 : ASSIGN CUSTOMER TO REP'
              DISPLAY '5 : REMOVE STATE OR CUSTOMER'
              DISPLAY '6 : LIST REPS AND TERRITORIES'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM SETRATE
                 WHEN 2 PERFORM REMOVEREP
                 WHEN 3 PERFORM ASSIGNSTATE
                 WHEN 4 PERFORM ASSIGNCUSTOMER
                 WHEN 5 PERFORM REMOVETERRITORY
                 WHEN 6 PERFORM LISTREPS
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           IF WS-EMPFILE-OPEN = 'Y'
              CLOSE EMPLOYEE-VS-FILE
           END-IF
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE MENU ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       MOVE IDNUM
                          TO WS-CUST-IDNUM(WS-CUST-COUNT)
                       MOVE ADDR-STATE
                          TO WS-CUST-STATE(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY '** UNABLE TO OPEN CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS
           END-IF.
       LOAD-RATE-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-RATE-COUNT >= 100
                 READ RATE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RPR-EMP-ID
                          TO WS-RPR-EMP-ID(WS-RATE-COUNT)
                       MOVE RPR-RATE
                          TO WS-RPR-RATE(WS-RATE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           ELSE
              DISPLAY 'ERROR OPENING commrate.dat, STATUS: '
                 WS-RATE-STATUS
           END-IF
           DISPLAY 'REPS ON FILE: ' WS-RATE-COUNT.
       REWRITE-RATE-FILE.
           OPEN OUTPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING commrate.dat, STATUS: '
                 WS-RATE-STATUS
           ELSE
              PERFORM WRITE-ONE-RATE
                 VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
              CLOSE RATE-FILE
           END-IF.
       WRITE-ONE-RATE.
           MOVE SPACES TO REP-RATE-RECORD
           MOVE WS-RPR-EMP-ID(WS-RATE-IDX) TO RPR-EMP-ID
           MOVE WS-RPR-RATE(WS-RATE-IDX)   TO RPR-RATE
           WRITE REP-RATE-RECORD.
       LOAD-TERRITORY-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TERRITORY-FILE
           IF WS-TERRITORY-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-TER-COUNT >= 1000
                 READ TERRITORY-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-TER-COUNT
                       MOVE TERRITORY-RECORD
                          TO WS-TER-DATA(WS-TER-COUNT)
                 END-READ
              END-PERFORM
              CLOSE TERRITORY-FILE
           ELSE
              DISPLAY 'ERROR OPENING territory.dat, STATUS: '
                 WS-TERRITORY-STATUS
           END-IF
           DISPLAY 'TERRITORY LINES ON FILE: ' WS-TER-COUNT.
       REWRITE-TERRITORY-FILE.
           OPEN OUTPUT TERRITORY-FILE
           IF WS-TERRITORY-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING territory.dat, STATUS: '
                 WS-TERRITORY-STATUS
           ELSE
              PERFORM WRITE-ONE-TERRITORY
                 VARYING WS-TER-IDX FROM 1 BY 1
                 UNTIL WS-TER-IDX > WS-TER-COUNT
              CLOSE TERRITORY-FILE
           END-IF.
       WRITE-ONE-TERRITORY.
           MOVE WS-TER-DATA(WS-TER-IDX) TO TERRITORY-RECORD
           WRITE TERRITORY-RECORD.
       ACCEPT-REP.
      * THE REP MUST BE A CURRENT EMPLOYEE; THE NAME IS SHOWN SO THE
      * CLERK CAN SEE THE RIGHT PERSON WAS KEYED.
           MOVE 'N' TO WS-EMP-OK
           MOVE SPACES TO WS-EMP-NAME
           DISPLAY 'ENTER REP EMPLOYEE ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-EMP-ID
           MOVE ZERO TO WS-EMP-ID
           IF WS-ENTRY-EMP-ID NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENTRY-EMP-ID) = ZERO
              COMPUTE WS-EMP-ID = FUNCTION NUMVAL(WS-ENTRY-EMP-ID)
           END-IF
           PERFORM FIND-RATE
           IF WS-EMP-ID > ZERO AND WS-EMPFILE-OPEN = 'Y'
              MOVE WS-EMP-ID TO EMP-ID
              READ EMPLOYEE-VS-FILE
              IF EMP-FILE-STATUS = '00' AND NOT EMP-IS-DELETED
                 MOVE 'Y' TO WS-EMP-OK
                 MOVE SPACES TO NAMEFMT-PARMS
                 MOVE EMP-FIRST-NAME TO NF-FIRST-NAME
                 MOVE EMP-LAST-NAME  TO NF-LAST-NAME
                 CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
                    ON EXCEPTION
                       MOVE EMP-LAST-NAME TO NF-LAST-FIRST
                 END-CALL
                 MOVE NF-LAST-FIRST TO WS-EMP-NAME
                 DISPLAY '  ' WS-EMP-NAME
              END-IF
           END-IF.
       FIND-RATE.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RPR-EMP-ID(WS-RATE-IDX) = WS-EMP-ID
                 MOVE WS-RATE-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       COUNT-REP-TERRITORY.
           MOVE ZERO TO WS-TER-HELD
           PERFORM VARYING WS-TER-IDX FROM 1 BY 1
              UNTIL WS-TER-IDX > WS-TER-COUNT
              MOVE WS-TER-DATA(WS-TER-IDX) TO TERRITORY-RECORD
              IF TER-EMP-ID = WS-EMP-ID
                 ADD 1 TO WS-TER-HELD
              END-IF
           END-PERFORM.
       SETRATE.
           DISPLAY ' '
           PERFORM ACCEPT-REP
           IF WS-EMP-OK = 'N'
              DISPLAY 'EMPLOYEE NOT ON EMPVSFIL.'
           ELSE
              MOVE 'N' TO WS-RATE-BAD
              DISPLAY 'COMMISSION PER CENT OF CASH (0.00-99.99): '
                 WITH NO ADVANCING
              ACCEPT WS-ENTRY-RATE
              IF WS-ENTRY-RATE = SPACES
                 OR FUNCTION TEST-NUMVAL(WS-ENTRY-RATE) NOT = ZERO
                 MOVE 'Y' TO WS-RATE-BAD
              ELSE
                 IF FUNCTION NUMVAL(WS-ENTRY-RATE) < ZERO
                    OR FUNCTION NUMVAL(WS-ENTRY-RATE) >= 100
                    MOVE 'Y' TO WS-RATE-BAD
                 ELSE
                    COMPUTE WS-RATE = FUNCTION NUMVAL(WS-ENTRY-RATE)
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN WS-RATE-BAD = 'Y'
                    DISPLAY 'RATE MUST BE A PER CENT BELOW 100.'
                 WHEN WS-FOUND-IDX = ZERO AND WS-RATE-COUNT >= 100
                    DISPLAY 'REP FILE FULL.'
                 WHEN OTHER
                    IF WS-FOUND-IDX = ZERO
                       ADD 1 TO WS-RATE-COUNT
                       MOVE WS-RATE-COUNT TO WS-FOUND-IDX
                       MOVE WS-EMP-ID TO WS-RPR-EMP-ID(WS-FOUND-IDX)
                    END-IF
                    MOVE WS-RATE TO WS-RPR-RATE(WS-FOUND-IDX)
                    PERFORM REWRITE-RATE-FILE
                    MOVE WS-RATE TO DIS-RATE
                    DISPLAY 'RATE SAVED.'
                    MOVE 'I' TO LOG-SEVERITY
                    MOVE SPACES TO LOG-MESSAGE
                    STRING 'REP ' WS-EMP-ID ' COMMISSION RATE SET TO '
                       DIS-RATE ' PCT'
                       DELIMITED BY SIZE INTO LOG-MESSAGE
                    PERFORM WRITE-OPS-LOG
              END-EVALUATE
           END-IF.
       REMOVEREP.
           DISPLAY ' '
           PERFORM ACCEPT-REP
           PERFORM COUNT-REP-TERRITORY
           EVALUATE TRUE
              WHEN WS-FOUND-IDX = ZERO
                 DISPLAY 'NOT A SALES REP.'
              WHEN WS-TER-HELD > ZERO
                 DISPLAY 'REP STILL HOLDS ' WS-TER-HELD
                    ' TERRITORY LINE(S) - MOVE OR REMOVE THEM FIRST.'
              WHEN OTHER
                 PERFORM VARYING WS-RATE-IDX FROM WS-FOUND-IDX BY 1
                    UNTIL WS-RATE-IDX >= WS-RATE-COUNT
                    MOVE WS-RATE-ENTRY(WS-RATE-IDX + 1)
                       TO WS-RATE-ENTRY(WS-RATE-IDX)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-RATE-COUNT
                 PERFORM REWRITE-RATE-FILE
                 DISPLAY 'REP REMOVED.'
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'REP ' WS-EMP-ID ' REMOVED'
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
           END-EVALUATE.
       ASSIGNSTATE.
           DISPLAY ' '
           PERFORM ACCEPT-REP
           IF WS-EMP-OK = 'N' OR WS-FOUND-IDX = ZERO
              DISPLAY 'NOT A SALES REP - SET A COMMISSION RATE FIRST.'
           ELSE
              DISPLAY 'ENTER STATE: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-STATE
              INSPECT WS-ENTRY-STATE
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
      * A STATE NO CUSTOMER IS IN IS MOST LIKELY MIS-KEYED.
              MOVE 'N' TO WS-STATE-USED
              PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                 UNTIL WS-CUST-IDX > WS-CUST-COUNT
                 IF WS-CUST-STATE(WS-CUST-IDX) = WS-ENTRY-STATE
                    MOVE 'Y' TO WS-STATE-USED
                 END-IF
              END-PERFORM
              IF WS-STATE-USED = 'N'
                 DISPLAY 'NO CUSTOMER IN STATE ' WS-ENTRY-STATE '.'
              ELSE
                 MOVE 'S' TO WS-ENTRY-KIND
                 MOVE SPACES TO TERRITORY-RECORD
                 MOVE WS-ENTRY-STATE TO TER-STATE
                 PERFORM SAVE-TERRITORY
              END-IF
           END-IF.
       ASSIGNCUSTOMER.
           DISPLAY ' '
           PERFORM ACCEPT-REP
           IF WS-EMP-OK = 'N' OR WS-FOUND-IDX = ZERO
              DISPLAY 'NOT A SALES REP - SET A COMMISSION RATE FIRST.'
           ELSE
              PERFORM ACCEPT-CUSTOMER
              IF WS-CUST-OK = 'N'
                 DISPLAY 'CUSTOMER NOT ON CUSTOMER.DAT.'
              ELSE
                 MOVE 'C' TO WS-ENTRY-KIND
                 MOVE SPACES TO TERRITORY-RECORD
                 MOVE WS-IDNUM TO TER-IDNUM
                 PERFORM SAVE-TERRITORY
              END-IF
           END-IF.
       ACCEPT-CUSTOMER.
           MOVE 'N' TO WS-CUST-OK
           MOVE ZERO TO WS-IDNUM
           DISPLAY 'ENTER CUSTOMER ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-IDNUM
           IF WS-ENTRY-IDNUM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENTRY-IDNUM) = ZERO
              COMPUTE WS-IDNUM = FUNCTION NUMVAL(WS-ENTRY-IDNUM)
           END-IF
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUST-IDNUM(WS-CUST-IDX) = WS-IDNUM
                 AND WS-IDNUM > ZERO
                 MOVE 'Y' TO WS-CUST-OK
              END-IF
           END-PERFORM.
       FIND-TERRITORY.
      * LOOKS UP THE KIND AND KEY NOW IN TERRITORY-RECORD.
           MOVE ZERO TO WS-TER-FOUND
           PERFORM VARYING WS-TER-IDX FROM 1 BY 1
              UNTIL WS-TER-IDX > WS-TER-COUNT
              MOVE WS-TER-DATA(WS-TER-IDX) TO WS-TER-WORK
              IF WS-TW-KIND = WS-ENTRY-KIND
                 AND WS-TW-KEY = TER-KEY
                 MOVE WS-TER-IDX TO WS-TER-FOUND
              END-IF
           END-PERFORM.
       SAVE-TERRITORY.
           PERFORM FIND-TERRITORY
           IF WS-TER-FOUND = ZERO AND WS-TER-COUNT >= 1000
              DISPLAY 'TERRITORY FILE FULL.'
           ELSE
              IF WS-TER-FOUND = ZERO
                 ADD 1 TO WS-TER-COUNT
                 MOVE WS-TER-COUNT TO WS-TER-FOUND
              ELSE
                 MOVE WS-TER-DATA(WS-TER-FOUND) TO WS-TER-WORK
                 DISPLAY 'MOVED FROM REP ' WS-TW-EMP-ID
              END-IF
              MOVE WS-ENTRY-KIND TO TER-KIND
              MOVE WS-EMP-ID     TO TER-EMP-ID
              MOVE TERRITORY-RECORD TO WS-TER-DATA(WS-TER-FOUND)
              PERFORM REWRITE-TERRITORY-FILE
              DISPLAY 'TERRITORY SAVED.'
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'TERRITORY ' TER-KIND ' ' TER-KEY
                 ' ASSIGNED TO REP ' WS-EMP-ID
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           END-IF.
       REMOVETERRITORY.
           DISPLAY ' '
           DISPLAY 'STATE OR CUSTOMER (S/C): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-KIND
           INSPECT WS-ENTRY-KIND
              CONVERTING 'sc' TO 'SC'
           MOVE SPACES TO TERRITORY-RECORD
           EVALUATE WS-ENTRY-KIND
              WHEN 'S'
                 DISPLAY 'ENTER STATE: ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-STATE
                 INSPECT WS-ENTRY-STATE
                    CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 MOVE WS-ENTRY-STATE TO TER-STATE
              WHEN 'C'
                 PERFORM ACCEPT-CUSTOMER
                 MOVE WS-IDNUM TO TER-IDNUM
           END-EVALUATE
           PERFORM FIND-TERRITORY
           IF WS-TER-FOUND = ZERO
              DISPLAY 'NOT ASSIGNED TO ANY REP.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-TER-FOUND BY 1
                 UNTIL WS-MOVE-IDX >= WS-TER-COUNT
                 MOVE WS-TER-DATA(WS-MOVE-IDX + 1)
                    TO WS-TER-DATA(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-TER-COUNT
              PERFORM REWRITE-TERRITORY-FILE
              DISPLAY 'TERRITORY REMOVED - CASH FROM IT NOW HAS NO REP '
                 'UNLESS ITS STATE HAS ONE.'
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'TERRITORY ' TER-KIND ' ' TER-KEY ' REMOVED'
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           END-IF.
       LISTREPS.
           DISPLAY ' '
           IF WS-RATE-COUNT = ZERO
              DISPLAY 'NO SALES REPS ON FILE.'
           ELSE
              PERFORM LIST-ONE-REP
                 VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
           END-IF.
       LIST-ONE-REP.
           MOVE WS-RPR-RATE(WS-RATE-IDX) TO DIS-RATE
           DISPLAY 'REP ' WS-RPR-EMP-ID(WS-RATE-IDX) '  RATE '
              DIS-RATE ' PCT'
           PERFORM VARYING WS-TER-IDX FROM 1 BY 1
              UNTIL WS-TER-IDX > WS-TER-COUNT
              MOVE WS-TER-DATA(WS-TER-IDX) TO TERRITORY-RECORD
              IF TER-EMP-ID = WS-RPR-EMP-ID(WS-RATE-IDX)
                 IF TER-BY-STATE
                    DISPLAY '    STATE    ' TER-STATE
                 ELSE
                    DISPLAY '    CUSTOMER ' TER-IDNUM
                 END-IF
              END-IF
           END-PERFORM.
       END PROGRAM REPMNT.
