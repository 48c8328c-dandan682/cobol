       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SOMNT.
      ***************************************
      * STANDING ORDER MAINTENANCE, IN THE STYLE OF THE CONTMNT
      * MENU. MAINTAINS standord.dat: THE CUSTOMERS WHO TAKE THE
      * SAME PRODUCT EVERY WEEK OR EVERY MONTH, SO TELESALES NO
      * LONGER REKEYS THEM THROUGH ORDER01. THE NIGHT-CYCLE STEP
      * SOGEN QUEUES EACH ORDER FOR ORDBATCH ON THE NIGHTS IT FALLS
      * DUE. CUSTOMERS ARE VALIDATED AGAINST CUSTOMER.DAT, PRODUCTS
      * AND SIZES AGAINST PRODMAST.DAT AND DATES THROUGH THE SHARED
      * DATEUTIL ROUTINE. A NEW ORDER MAY NOT START BEFORE TODAY, SO
      * ADDING ONE NEVER QUEUES DELIVERIES ALREADY PAST. A
      * SUSPENDED ORDER IS KEPT BUT NOT GENERATED UNTIL RESUMED.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-FILE ASSIGN TO "standord.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STANDING-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STANDING-FILE.
           COPY SOREC.
       FD PRODMAST.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
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
       WORKING-STORAGE SECTION.
       01 WS-STANDING-STATUS PIC X(2) VALUE '00'.
       01 WS-PRODMAST-STATUS PIC X(2) VALUE '00'.
       01 WS-CUSTFILE-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
       01 WS-CURRENT-DATE    PIC 9(8).
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES.
             10 WS-PRODNAME   PIC X(10).
             10 WS-PRODSIZE   PIC A OCCURS 3 TIMES.
       01 WS-PRODUCT-COUNT   PIC 99 VALUE ZERO.
       01 WS-PROD-IDX        PIC 99 VALUE ZERO.
       01 WS-SIZE-IDX        PIC 9 VALUE ZERO.
       01 WS-PRODUCT-OK      PIC X VALUE 'N'.
       01 WS-CUSTOMER-IDS.
          05 WS-CUST-ID OCCURS 1000 TIMES PIC 9(5).
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX        PIC 9(4) VALUE ZERO.
       01 WS-CUST-OK         PIC X VALUE 'N'.
      * THE WHOLE STANDING ORDER FILE HELD IN STORAGE WHILE THE MENU
      * IS OPEN; EVERY CHANGE REWRITES THE FILE, THE CONTMNT WAY.
       01 WS-STANDING-TABLE.
          05 WS-SO-DATA OCCURS 500 TIMES PIC X(63).
       01 WS-SO-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SO-IDX          PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-NEXT-SO-NUMBER  PIC 9(5) VALUE 1.
       01 WS-ENTRY-NUMBER    PIC X(5).
       01 WS-SO-NUMBER-NUM   PIC 9(5) VALUE ZERO.
       01 WS-ENTRY-IDNUM     PIC X(5).
       01 WS-IDNUM-NUM       PIC 9(5) VALUE ZERO.
       01 WS-ID-IDX          PIC 9 VALUE ZERO.
       01 WS-ID-BAD          PIC X VALUE 'N'.
       01 WS-ENTRY-NAME      PIC X(10).
       01 WS-ENTRY-SIZE      PIC A.
       01 WS-ENTRY-QTY       PIC X(4).
       01 WS-QTY-NUM         PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-FREQ      PIC X.
       01 WS-ENTRY-DAY       PIC X(2).
       01 WS-RUN-DAY         PIC 9(2) VALUE ZERO.
       01 WS-ENTRY-DATE      PIC X(8).
       01 WS-DATE-NUM        PIC 9(8) VALUE ZERO.
       01 WS-START-DATE      PIC 9(8) VALUE ZERO.
       01 WS-END-DATE        PIC 9(8) VALUE ZERO.
       01 WS-END-OK          PIC X VALUE 'N'.
       01 WS-DAY-NAMES.
          05 FILLER          PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
          05 WS-DAY-NAME     PIC X(3) OCCURS 7 TIMES.
       01 DIS-SCHEDULE       PIC X(10).
       01 WS-DATEUTIL-PROG   PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'SOMNT - STANDING ORDER MAINTENANCE'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-CUSTOMER-IDS
           PERFORM LOAD-STANDING-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'STANDING ORDERS'
              DISPLAY ' '
              DISPLAY '1 : ADD STANDING ORDER'
              DISPLAY '2 : CHANGE QUANTITY AND END DATE'
              DISPLAY '3 : SUSPEND OR RESUME STANDING ORDER'
              DISPLAY '4 : DELETE STANDING ORDER'
              DISPLAY '5 : LIST ALL STANDING ORDERS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDSTANDING
                 WHEN 2 PERFORM CHANGESTANDING
                 WHEN 3 PERFORM SUSPENDSTANDING
                 WHEN 4 PERFORM DELETESTANDING
                 WHEN 5 PERFORM LISTSTANDING
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       LOAD-PRODUCT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRODMAST
           IF WS-PRODMAST-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-PRODUCT-COUNT >= 50
                 READ PRODMAST
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PRODUCT-COUNT
                       MOVE PRODMAST-RECORD
                          TO WS-PRODUCT-ENTRY(WS-PRODUCT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PRODMAST
           ELSE
              DISPLAY '** UNABLE TO OPEN PRODMAST, STATUS: '
                 WS-PRODMAST-STATUS
           END-IF
           DISPLAY 'PRODUCTS ON FILE: ' WS-PRODUCT-COUNT.
       LOAD-CUSTOMER-IDS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       MOVE IDNUM TO WS-CUST-ID(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY '** UNABLE TO OPEN CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS
           END-IF
           DISPLAY 'CUSTOMERS ON FILE: ' WS-CUST-COUNT.
       LOAD-STANDING-FILE.
      * NEW ORDERS ARE NUMBERED ONE PAST THE HIGHEST ON FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SO-COUNT >= 500
                 READ STANDING-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SO-COUNT
                       MOVE STANDING-ORDER-RECORD
                          TO WS-SO-DATA(WS-SO-COUNT)
                       IF SO-NUMBER >= WS-NEXT-SO-NUMBER
                          COMPUTE WS-NEXT-SO-NUMBER = SO-NUMBER + 1
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STANDING-FILE
           ELSE
              DISPLAY 'ERROR OPENING standord.dat, STATUS: '
                 WS-STANDING-STATUS
           END-IF
           DISPLAY 'STANDING ORDERS ON FILE: ' WS-SO-COUNT.
       REWRITE-STANDING-FILE.
           OPEN OUTPUT STANDING-FILE
           IF WS-STANDING-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING standord.dat, STATUS: '
                 WS-STANDING-STATUS
           ELSE
              PERFORM WRITE-ONE-STANDING
                 VARYING WS-SO-IDX FROM 1 BY 1
                 UNTIL WS-SO-IDX > WS-SO-COUNT
              CLOSE STANDING-FILE
           END-IF.
       WRITE-ONE-STANDING.
           MOVE WS-SO-DATA(WS-SO-IDX) TO STANDING-ORDER-RECORD
           WRITE STANDING-ORDER-RECORD.
       ACCEPT-SO-NUMBER.
           DISPLAY 'ENTER STANDING ORDER NUMBER: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NUMBER
           MOVE ZERO TO WS-SO-NUMBER-NUM
           MOVE ZERO TO WS-FOUND-IDX
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-NUMBER) = ZERO
              COMPUTE WS-SO-NUMBER-NUM =
                 FUNCTION NUMVAL(WS-ENTRY-NUMBER)
              PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                 UNTIL WS-SO-IDX > WS-SO-COUNT
                 MOVE WS-SO-DATA(WS-SO-IDX) TO STANDING-ORDER-RECORD
                 IF SO-NUMBER = WS-SO-NUMBER-NUM
                    MOVE WS-SO-IDX TO WS-FOUND-IDX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-FOUND-IDX > ZERO
              MOVE WS-SO-DATA(WS-FOUND-IDX) TO STANDING-ORDER-RECORD
              MOVE WS-FOUND-IDX TO WS-SO-IDX
              PERFORM SHOW-ONE-STANDING
           END-IF.
       CHECK-CUSTOMER.
      * A SHORT ID LIKE '123' ARRIVES SPACE-PADDED, SO THE DIGITS
      * ARE CHECKED CHARACTER BY CHARACTER, AS ORDER01 DOES.
           MOVE 'N' TO WS-ID-BAD
           MOVE 'N' TO WS-CUST-OK
           MOVE ZERO TO WS-IDNUM-NUM
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
              UNTIL WS-ID-IDX > 5
              EVALUATE TRUE
                 WHEN WS-ENTRY-IDNUM(WS-ID-IDX:1) IS NUMERIC
                    COMPUTE WS-IDNUM-NUM = (WS-IDNUM-NUM * 10)
                       + FUNCTION NUMVAL(WS-ENTRY-IDNUM(WS-ID-IDX:1))
                 WHEN WS-ENTRY-IDNUM(WS-ID-IDX:1) = SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE 'Y' TO WS-ID-BAD
              END-EVALUATE
           END-PERFORM
           IF WS-ID-BAD = 'N'
              PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                 UNTIL WS-CUST-IDX > WS-CUST-COUNT
                 IF WS-CUST-ID(WS-CUST-IDX) = WS-IDNUM-NUM
                    MOVE 'Y' TO WS-CUST-OK
                 END-IF
              END-PERFORM
           END-IF.
       CHECK-PRODUCT-AND-SIZE.
           MOVE 'N' TO WS-PRODUCT-OK
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
              UNTIL WS-PROD-IDX > WS-PRODUCT-COUNT
              IF WS-PRODNAME(WS-PROD-IDX) = WS-ENTRY-NAME
                 PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
                    UNTIL WS-SIZE-IDX > 3
                    IF WS-PRODSIZE(WS-PROD-IDX, WS-SIZE-IDX)
                       = WS-ENTRY-SIZE AND WS-ENTRY-SIZE NOT = SPACE
                       MOVE 'Y' TO WS-PRODUCT-OK
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       CHECK-ENTRY-DATE.
      * THE DATE MUST BE A REAL CALENDAR DAY; THE SHARED
      * DATEUTIL ROUTINE HOLDS THE RULES.
           MOVE ZERO TO WS-DATE-NUM
           IF WS-ENTRY-DATE IS NUMERIC
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'VAL' TO DU-FUNCTION
              STRING WS-ENTRY-DATE(1:4) '-' WS-ENTRY-DATE(5:2)
                 '-' WS-ENTRY-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 MOVE WS-ENTRY-DATE TO WS-DATE-NUM
              END-IF
           END-IF.
       ACCEPT-QUANTITY.
           MOVE ZERO TO WS-QTY-NUM
           DISPLAY 'ENTER QUANTITY (1-9999): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-QTY
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-QTY) = ZERO
              COMPUTE WS-QTY-NUM = FUNCTION NUMVAL(WS-ENTRY-QTY)
           END-IF.
       ACCEPT-END-DATE.
      * A BLANK END DATE LEAVES THE ORDER OPEN-ENDED; OTHERWISE IT
      * MUST BE A REAL DATE NO EARLIER THAN THE START.
           MOVE 'N' TO WS-END-OK
           MOVE ZERO TO WS-END-DATE
           DISPLAY 'ENTER END DATE (YYYYMMDD, BLANK = NONE): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
              MOVE 'Y' TO WS-END-OK
           ELSE
              PERFORM CHECK-ENTRY-DATE
              IF WS-DATE-NUM NOT = ZERO
                 AND WS-DATE-NUM >= WS-START-DATE
                 MOVE WS-DATE-NUM TO WS-END-DATE
                 MOVE 'Y' TO WS-END-OK
              END-IF
           END-IF.
       ACCEPT-SCHEDULE.
      * WEEKLY RUNS ON A WEEKDAY (1=MON..7=SUN); MONTHLY ON A
      * BUSINESS DAY OF THE MONTH, KEPT TO 1-20 SO EVERY MONTH HAS
      * ONE.
           MOVE ZERO TO WS-RUN-DAY
           DISPLAY 'ENTER FREQUENCY (W = WEEKLY, M = MONTHLY): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-FREQ
           INSPECT WS-ENTRY-FREQ CONVERTING 'wm' TO 'WM'
           EVALUATE WS-ENTRY-FREQ
              WHEN 'W'
                 DISPLAY 'ENTER WEEKDAY (1=MON .. 7=SUN): '
                    WITH NO ADVANCING
              WHEN 'M'
                 DISPLAY 'ENTER BUSINESS DAY OF MONTH (1-20): '
                    WITH NO ADVANCING
              WHEN OTHER
                 MOVE SPACE TO WS-ENTRY-FREQ
           END-EVALUATE
           IF WS-ENTRY-FREQ NOT = SPACE
              ACCEPT WS-ENTRY-DAY
              IF FUNCTION TEST-NUMVAL(WS-ENTRY-DAY) = ZERO
                 COMPUTE WS-RUN-DAY = FUNCTION NUMVAL(WS-ENTRY-DAY)
              END-IF
              IF (WS-ENTRY-FREQ = 'W' AND WS-RUN-DAY > 7)
                 OR (WS-ENTRY-FREQ = 'M' AND WS-RUN-DAY > 20)
                 MOVE ZERO TO WS-RUN-DAY
              END-IF
           END-IF.
       ADDSTANDING.
           DISPLAY ' '
           IF WS-SO-COUNT >= 500
              DISPLAY 'STANDING ORDER FILE FULL.'
           ELSE
              DISPLAY 'ENTER CUSTOMER ID: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-IDNUM
              DISPLAY 'ENTER PRODUCT NAME: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-NAME
              DISPLAY 'ENTER SIZE: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-SIZE
              PERFORM CHECK-CUSTOMER
              PERFORM CHECK-PRODUCT-AND-SIZE
              EVALUATE TRUE
                 WHEN WS-ID-BAD = 'Y' OR WS-CUST-OK = 'N'
                    DISPLAY 'CUSTOMER NOT ON CUSTOMER FILE.'
                 WHEN WS-PRODUCT-OK = 'N'
                    DISPLAY 'PRODUCT/SIZE NOT ON PRODUCT FILE.'
                 WHEN OTHER
                    PERFORM ADD-STANDING-TERMS
              END-EVALUATE
           END-IF.
       ADD-STANDING-TERMS.
           PERFORM ACCEPT-QUANTITY
           IF WS-QTY-NUM = ZERO
              DISPLAY 'QUANTITY MUST BE 1-9999 - NOT ADDED.'
           ELSE
              PERFORM ACCEPT-SCHEDULE
              IF WS-RUN-DAY = ZERO
                 DISPLAY 'INVALID FREQUENCY OR DAY - NOT ADDED.'
              ELSE
                 DISPLAY 'ENTER START DATE (YYYYMMDD): '
                    WITH NO ADVANCING
                 ACCEPT WS-ENTRY-DATE
                 PERFORM CHECK-ENTRY-DATE
                 MOVE WS-DATE-NUM TO WS-START-DATE
                 EVALUATE TRUE
                    WHEN WS-START-DATE = ZERO
                       DISPLAY 'INVALID START DATE - NOT ADDED.'
                    WHEN WS-START-DATE < WS-CURRENT-DATE
                       DISPLAY 'START DATE IS PAST - NOT ADDED.'
                    WHEN OTHER
                       PERFORM ACCEPT-END-DATE
                       IF WS-END-OK = 'N'
                          DISPLAY 'INVALID END DATE - NOT ADDED.'
                       ELSE
                          PERFORM STORE-NEW-STANDING
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.
       STORE-NEW-STANDING.
           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE WS-NEXT-SO-NUMBER TO SO-NUMBER
           MOVE WS-IDNUM-NUM      TO SO-IDNUM
           MOVE WS-ENTRY-NAME     TO SO-PRODNAME
           MOVE WS-ENTRY-SIZE     TO SO-SIZE
           MOVE WS-QTY-NUM        TO SO-QTY
           MOVE WS-ENTRY-FREQ     TO SO-FREQUENCY
           MOVE WS-RUN-DAY        TO SO-RUN-DAY
           MOVE WS-START-DATE     TO SO-START-DATE
           MOVE WS-END-DATE       TO SO-END-DATE
           MOVE ZERO              TO SO-LAST-DATE
           MOVE 'A'               TO SO-STATUS
           ADD 1 TO WS-SO-COUNT
           MOVE STANDING-ORDER-RECORD TO WS-SO-DATA(WS-SO-COUNT)
           ADD 1 TO WS-NEXT-SO-NUMBER
           PERFORM REWRITE-STANDING-FILE
           DISPLAY 'STANDING ORDER ' SO-NUMBER ' ADDED.'.
       CHANGESTANDING.
           DISPLAY ' '
           PERFORM ACCEPT-SO-NUMBER
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'STANDING ORDER NOT ON FILE.'
           ELSE
              MOVE SO-START-DATE TO WS-START-DATE
              PERFORM ACCEPT-QUANTITY
              IF WS-QTY-NUM = ZERO
                 DISPLAY 'QUANTITY MUST BE 1-9999 - NOT CHANGED.'
              ELSE
                 PERFORM ACCEPT-END-DATE
                 IF WS-END-OK = 'N'
                    DISPLAY 'INVALID END DATE - NOT CHANGED.'
                 ELSE
                    MOVE WS-QTY-NUM  TO SO-QTY
                    MOVE WS-END-DATE TO SO-END-DATE
                    MOVE STANDING-ORDER-RECORD
                       TO WS-SO-DATA(WS-FOUND-IDX)
                    PERFORM REWRITE-STANDING-FILE
                    DISPLAY 'STANDING ORDER CHANGED.'
                 END-IF
              END-IF
           END-IF.
       SUSPENDSTANDING.
           DISPLAY ' '
           PERFORM ACCEPT-SO-NUMBER
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'STANDING ORDER NOT ON FILE.'
           ELSE
              IF SO-SUSPENDED
                 MOVE 'A' TO SO-STATUS
                 DISPLAY 'STANDING ORDER RESUMED.'
              ELSE
                 MOVE 'S' TO SO-STATUS
                 DISPLAY 'STANDING ORDER SUSPENDED.'
              END-IF
              MOVE STANDING-ORDER-RECORD TO WS-SO-DATA(WS-FOUND-IDX)
              PERFORM REWRITE-STANDING-FILE
           END-IF.
       DELETESTANDING.
           DISPLAY ' '
           PERFORM ACCEPT-SO-NUMBER
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'STANDING ORDER NOT ON FILE.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-SO-COUNT
                 MOVE WS-SO-DATA(WS-MOVE-IDX + 1)
                    TO WS-SO-DATA(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-SO-COUNT
              PERFORM REWRITE-STANDING-FILE
              DISPLAY 'STANDING ORDER DELETED.'
           END-IF.
       LISTSTANDING.
           DISPLAY ' '
           DISPLAY 'NO.   CUST  PRODUCT    S  QTY SCHEDULE   START'
              '    END      LAST     ST'
           PERFORM LIST-ONE-STANDING
              VARYING WS-SO-IDX FROM 1 BY 1
              UNTIL WS-SO-IDX > WS-SO-COUNT
           DISPLAY 'STANDING ORDERS ON FILE: ' WS-SO-COUNT.
       LIST-ONE-STANDING.
           MOVE WS-SO-DATA(WS-SO-IDX) TO STANDING-ORDER-RECORD
           PERFORM SHOW-ONE-STANDING.
       SHOW-ONE-STANDING.
           MOVE SPACES TO DIS-SCHEDULE
           IF SO-WEEKLY AND SO-RUN-DAY >= 1 AND SO-RUN-DAY <= 7
              STRING 'WEEKLY ' WS-DAY-NAME(SO-RUN-DAY)
                 DELIMITED BY SIZE INTO DIS-SCHEDULE
           ELSE
              STRING 'MONTH BD' SO-RUN-DAY
                 DELIMITED BY SIZE INTO DIS-SCHEDULE
           END-IF
           DISPLAY SO-NUMBER ' ' SO-IDNUM ' ' SO-PRODNAME ' '
              SO-SIZE ' ' SO-QTY ' ' DIS-SCHEDULE ' '
              SO-START-DATE ' ' SO-END-DATE ' ' SO-LAST-DATE ' '
              SO-STATUS.
       END PROGRAM SOMNT.
