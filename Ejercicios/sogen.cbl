       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SOGEN.
      ***************************************
      * NIGHT-CYCLE STEP THAT QUEUES TONIGHT'S STANDING ORDERS.
      * EACH ACTIVE LINE ON standord.dat (SEE SOMNT) THAT HAS FALLEN
      * DUE SINCE IT WAS LAST GENERATED IS ADDED AS A DETAIL TO
      * ordertrans.dat, CARRYING ITS STANDING ORDER NUMBER, AND THE
      * TRAILER COUNT IS RAISED TO MATCH. THE ORDBATCH STEP THAT
      * FOLLOWS THEN LOADS THEM THROUGH ITS USUAL PRICE, CREDIT,
      * STOCK AND TAX CHECKS, AND LISTS EVERY STANDING ORDER LINE
      * IT COULD NOT LOAD ON ITS EXCEPTION REPORT soexcept.rpt.
      * SOGEN MUST THEREFORE STAND AFTER THE STOREFRONT TRANSFER
      * AND BEFORE ORDBATCH IN nightcycle.ctl.
      *
      * DUE DATES COME FROM THE CALBUILD calendar.dat. A WEEKLY
      * ORDER FALLS DUE ON ITS WEEKDAY, A MONTHLY ORDER ON ITS
      * BUSINESS DAY OF THE MONTH. ORDERS ARE ONLY QUEUED ON A
      * BUSINESS DAY: ONE THAT FELL DUE OVER A WEEKEND OR HOLIDAY
      * (OR ON A NIGHT THE CYCLE DID NOT RUN) GOES OUT ON THE NEXT
      * BUSINESS NIGHT, LOOKING BACK UP TO WS-LOOKBACK-DAYS DAYS.
      * A MISSED DELIVERY IS QUEUED ONCE, NOT ONCE PER DATE MISSED.
      *
      * RETURN CODES: 0 CLEAN, 4 NO CALENDAR LINE FOR TONIGHT
      * (NOTHING QUEUED - THE ORDERS CATCH UP ON A LATER NIGHT),
      * 8 ordertrans.dat OUT OF BALANCE OR FULL (LEFT UNTOUCHED),
      * 12 standord.dat UNUSABLE OR ordertrans.dat NOT WRITTEN.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-FILE ASSIGN TO "standord.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STANDING-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "calendar.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT OPTIONAL ORDERTRANS ASSIGN TO "ordertrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STANDING-FILE.
           COPY SOREC.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
          05 CAL-DATE             PIC 9(8).
          05 FILLER               PIC X.
          05 CAL-DAY-OF-WEEK      PIC 9.
          05 FILLER               PIC X.
          05 CAL-WEEKEND-FLAG     PIC X.
          05 FILLER               PIC X.
          05 CAL-HOLIDAY-FLAG     PIC X.
          05 FILLER               PIC X.
          05 CAL-BUSINESS-FLAG    PIC X.
          05 FILLER               PIC X.
          05 CAL-MONTH-END-FLAG   PIC X.
          05 FILLER               PIC X.
          05 CAL-BUS-DAY-OF-MONTH PIC 9(2).
       FD ORDERTRANS.
       01 TRANS-RECORD.
           02 BT-IDNUM             PIC 9(5).
           02 FILLER               PIC X.
           02 BT-PRODNAME          PIC X(10).
           02 FILLER               PIC X.
           02 BT-SIZE              PIC A.
           02 FILLER               PIC X.
           02 BT-QTY               PIC 9(4).
           02 FILLER               PIC X.
           02 BT-STANDING-NUM      PIC 9(5).
      * THE SHIP-TO AND QUOTE FIELDS ORDBATCH READS; A STANDING
      * ORDER LEAVES THEM BLANK.
           02 FILLER               PIC X.
           02 BT-SHIPTO-NUM        PIC 9(2).
           02 FILLER               PIC X.
           02 BT-QUOTE-NUM         PIC 9(6).
           02 FILLER               PIC X.
           02 BT-QUOTE-LINE        PIC 9(2).
           02 FILLER               PIC X.
           02 BT-QUOTE-PRICE       PIC 9(5)V99.
       01 TRANS-HEADER-RECORD.
           02 THR-RECORD-TYPE      PIC X(3).
              88 THR-HEADER        VALUE 'HDR'.
           02 THR-CREATE-DATE      PIC 9(8).
           02 THR-SOURCE           PIC X(15).
       01 TRANS-TRAILER-RECORD.
           02 TTR-RECORD-TYPE      PIC X(3).
              88 TTR-TRAILER       VALUE 'TRL'.
           02 TTR-TRANS-COUNT      PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-STANDING-STATUS      PIC X(2).
       01 WS-CALENDAR-STATUS      PIC X(2).
       01 WS-TRANS-STATUS         PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-LOOKBACK-DAYS        PIC 9(2) VALUE 35.
       01 WS-WINDOW-START         PIC 9(8) VALUE ZERO.
      * THE CALENDAR DAYS FROM THE LOOK-BACK WINDOW UP TO TONIGHT.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 40 TIMES.
             10 WS-CAL-DATE       PIC 9(8).
             10 WS-CAL-DOW        PIC 9.
             10 WS-CAL-BUSINESS   PIC X.
             10 WS-CAL-BUSDAY     PIC 9(2).
       01 WS-CAL-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-CAL-IDX              PIC 9(2) VALUE ZERO.
       01 WS-TODAY-SEEN           PIC X VALUE 'N'.
       01 WS-TODAY-BUSINESS       PIC X VALUE 'N'.
       01 WS-SO-DUE               PIC X VALUE 'N'.
      * THE STANDING ORDER FILE, RESTAMPED AND REWRITTEN WHOLE.
       01 WS-STANDING-TABLE.
          05 WS-SO-DATA OCCURS 500 TIMES PIC X(63).
       01 WS-SO-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-SO-IDX               PIC 9(3) VALUE ZERO.
      * THE DETAILS ALREADY WAITING ON ordertrans.dat (TONIGHT'S
      * STOREFRONT TRANSFER), KEPT AHEAD OF THE STANDING ORDERS.
       01 WS-TRANS-TABLE.
          05 WS-TRANS-DATA OCCURS 5000 TIMES PIC X(50).
       01 WS-TRANS-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-TRANS-IDX            PIC 9(4) VALUE ZERO.
       01 WS-HEADER-DATA          PIC X(26) VALUE SPACES.
       01 WS-HEADER-SEEN          PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN         PIC X VALUE 'N'.
       01 WS-EXPECTED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-TRANS-OK             PIC X VALUE 'Y'.
       01 WS-QUEUED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-DATEUTIL-PROG        PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION          PIC X(4).
          05 DU-DATE-1            PIC X(10).
          05 DU-DATE-2            PIC X(10).
          05 DU-DAYS              PIC S9(7).
          05 DU-RESULT-DATE       PIC X(10).
          05 DU-DISPLAY-DATE      PIC X(10).
          05 DU-RC                PIC 9(2).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM          PIC X(8) VALUE 'SOGEN'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'SOGEN - STANDING ORDER GENERATION'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-TODAY-SEEN
           MOVE 'N' TO WS-TODAY-BUSINESS
           MOVE ZERO TO WS-CAL-COUNT
           MOVE ZERO TO WS-SO-COUNT
           MOVE ZERO TO WS-TRANS-COUNT
           MOVE ZERO TO WS-QUEUED-COUNT
           PERFORM LOAD-CALENDAR-WINDOW
           IF WS-TODAY-SEEN = 'N'
              DISPLAY 'NO CALENDAR LINE FOR ' WS-CURRENT-DATE
                 ' - STANDING ORDERS NOT QUEUED'
              MOVE 'W' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'NO CALENDAR LINE FOR ' WS-CURRENT-DATE
                 ' - STANDING ORDERS NOT QUEUED'
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-TODAY-BUSINESS NOT = 'Y'
              DISPLAY WS-CURRENT-DATE ' IS NOT A BUSINESS DAY - '
                 'NOTHING QUEUED'
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-STANDING-FILE
           IF WS-STANDING-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR OPENING standord.dat, STATUS: '
                 WS-STANDING-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-TRANS-FILE
           IF WS-TRANS-OK = 'N'
              MOVE 'E' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'ordertrans.dat OUT OF BALANCE - STANDING '
                 'ORDERS NOT QUEUED' DELIMITED BY SIZE
                 INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-ONE-STANDING
              VARYING WS-SO-IDX FROM 1 BY 1
              UNTIL WS-SO-IDX > WS-SO-COUNT
           IF WS-TRANS-OK = 'N'
              DISPLAY 'ordertrans.dat FULL - NOTHING QUEUED'
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'ordertrans.dat FULL - STANDING ORDERS NOT QUEUED'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      * THE STAMPS ARE ONLY SAVED ONCE THE LINES ARE SAFELY QUEUED,
      * SO A FAILED WRITE LEAVES THE ORDERS DUE FOR THE NEXT NIGHT.
           IF WS-QUEUED-COUNT > ZERO
              PERFORM REWRITE-TRANS-FILE
              IF WS-TRANS-OK = 'N'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM REWRITE-STANDING-FILE
           END-IF
           DISPLAY 'STANDING ORDERS ON FILE: ' WS-SO-COUNT
           DISPLAY 'QUEUED FOR ORDBATCH:     ' WS-QUEUED-COUNT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'STANDING ORDERS QUEUED ' WS-QUEUED-COUNT
              ' OF ' WS-SO-COUNT DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           MOVE 0 TO RETURN-CODE
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE STEP ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-CALENDAR-WINDOW.
      * THE WINDOW OPENS WS-LOOKBACK-DAYS BEFORE TONIGHT; TONIGHT'S
      * OWN LINE SAYS WHETHER ANYTHING GOES OUT AT ALL.
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'ADD' TO DU-FUNCTION
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
              WS-CURRENT-DATE(7:2) DELIMITED BY SIZE INTO DU-DATE-1
           COMPUTE DU-DAYS = ZERO - WS-LOOKBACK-DAYS
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           IF DU-RC = ZERO
              STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                 DU-RESULT-DATE(9:2) DELIMITED BY SIZE
                 INTO WS-WINDOW-START
           ELSE
              MOVE WS-CURRENT-DATE TO WS-WINDOW-START
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ CALENDAR-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF CAL-DATE > WS-WINDOW-START
                          AND CAL-DATE <= WS-CURRENT-DATE
                          AND WS-CAL-COUNT < 40
                          PERFORM STORE-CALENDAR-DAY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           ELSE
              DISPLAY 'NO calendar.dat, STATUS: ' WS-CALENDAR-STATUS
           END-IF.
       STORE-CALENDAR-DAY.
           ADD 1 TO WS-CAL-COUNT
           MOVE CAL-DATE             TO WS-CAL-DATE(WS-CAL-COUNT)
           MOVE CAL-DAY-OF-WEEK      TO WS-CAL-DOW(WS-CAL-COUNT)
           MOVE CAL-BUSINESS-FLAG    TO WS-CAL-BUSINESS(WS-CAL-COUNT)
           MOVE CAL-BUS-DAY-OF-MONTH TO WS-CAL-BUSDAY(WS-CAL-COUNT)
           IF CAL-DATE = WS-CURRENT-DATE
              MOVE 'Y' TO WS-TODAY-SEEN
              MOVE CAL-BUSINESS-FLAG TO WS-TODAY-BUSINESS
           END-IF.
       LOAD-STANDING-FILE.
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
                 END-READ
              END-PERFORM
              CLOSE STANDING-FILE
           END-IF.
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
       LOAD-TRANS-FILE.
      * ordertrans.dat IS EITHER EMPTY (ORDBATCH RESETS IT AFTER
      * EVERY LOAD), MISSING, OR A COMPLETE TRANSFER WITH ITS HDR
      * AND TRL. A TRANSFER THAT DOES NOT BALANCE IS LEFT ALONE FOR
      * ORDBATCH TO REFUSE - ADDING TO IT WOULD HIDE THE BREAK.
           MOVE 'Y' TO WS-TRANS-OK
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE ZERO TO WS-EXPECTED-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ORDERTRANS
           IF WS-TRANS-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ ORDERTRANS
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       PERFORM STORE-TRANS-RECORD
                 END-READ
              END-PERFORM
              CLOSE ORDERTRANS
           END-IF
           EVALUATE TRUE
              WHEN WS-HEADER-SEEN = 'N' AND WS-TRAILER-SEEN = 'N'
                 AND WS-TRANS-COUNT = ZERO
                 MOVE SPACES TO TRANS-HEADER-RECORD
                 MOVE 'HDR' TO THR-RECORD-TYPE
                 MOVE WS-CURRENT-DATE TO THR-CREATE-DATE
                 MOVE 'STANDING ORDERS' TO THR-SOURCE
                 MOVE TRANS-HEADER-RECORD TO WS-HEADER-DATA
              WHEN WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'N'
                 OR WS-TRANS-COUNT NOT = WS-EXPECTED-COUNT
                 MOVE 'N' TO WS-TRANS-OK
                 DISPLAY 'ordertrans.dat OUT OF BALANCE - TRAILER '
                    WS-EXPECTED-COUNT ' DETAILS ' WS-TRANS-COUNT
              WHEN OTHER
                 DISPLAY 'STOREFRONT DETAILS WAITING: ' WS-TRANS-COUNT
           END-EVALUATE.
       STORE-TRANS-RECORD.
           EVALUATE TRUE
              WHEN THR-HEADER
                 MOVE 'Y' TO WS-HEADER-SEEN
                 MOVE TRANS-HEADER-RECORD TO WS-HEADER-DATA
              WHEN TTR-TRAILER
                 MOVE 'Y' TO WS-TRAILER-SEEN
                 MOVE TTR-TRANS-COUNT TO WS-EXPECTED-COUNT
              WHEN WS-TRANS-COUNT >= 5000
                 MOVE 'N' TO WS-TRANS-OK
              WHEN OTHER
                 ADD 1 TO WS-TRANS-COUNT
                 MOVE TRANS-RECORD TO WS-TRANS-DATA(WS-TRANS-COUNT)
           END-EVALUATE.
       CHECK-ONE-STANDING.
      * DUE WHEN A SCHEDULED DAY IN THE WINDOW FALLS INSIDE THE
      * ORDER'S START AND END DATES AND AFTER THE NIGHT IT WAS LAST
      * QUEUED. AN ORDER PAST ITS END DATE QUEUES NOTHING MORE, NOT
      * EVEN A DELIVERY MISSED BEFORE IT ENDED.
           MOVE WS-SO-DATA(WS-SO-IDX) TO STANDING-ORDER-RECORD
           MOVE 'N' TO WS-SO-DUE
           IF SO-ACTIVE
              AND (SO-END-DATE = ZERO OR SO-END-DATE >= WS-CURRENT-DATE)
              PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                 UNTIL WS-CAL-IDX > WS-CAL-COUNT
                 IF WS-CAL-DATE(WS-CAL-IDX) > SO-LAST-DATE
                    AND WS-CAL-DATE(WS-CAL-IDX) >= SO-START-DATE
                    AND (SO-END-DATE = ZERO
                       OR WS-CAL-DATE(WS-CAL-IDX) <= SO-END-DATE)
                    PERFORM CHECK-SCHEDULED-DAY
                 END-IF
              END-PERFORM
           END-IF
           IF WS-SO-DUE = 'Y'
              IF WS-TRANS-COUNT >= 5000
                 MOVE 'N' TO WS-TRANS-OK
              ELSE
                 PERFORM QUEUE-STANDING-ORDER
              END-IF
           END-IF.
       CHECK-SCHEDULED-DAY.
           EVALUATE TRUE
              WHEN SO-WEEKLY
                 AND WS-CAL-DOW(WS-CAL-IDX) = SO-RUN-DAY
                 MOVE 'Y' TO WS-SO-DUE
              WHEN SO-MONTHLY
                 AND WS-CAL-BUSINESS(WS-CAL-IDX) = 'Y'
                 AND WS-CAL-BUSDAY(WS-CAL-IDX) = SO-RUN-DAY
                 MOVE 'Y' TO WS-SO-DUE
           END-EVALUATE.
       QUEUE-STANDING-ORDER.
           MOVE SPACES TO TRANS-RECORD
           MOVE SO-IDNUM    TO BT-IDNUM
           MOVE SO-PRODNAME TO BT-PRODNAME
           MOVE SO-SIZE     TO BT-SIZE
           MOVE SO-QTY      TO BT-QTY
           MOVE SO-NUMBER   TO BT-STANDING-NUM
           ADD 1 TO WS-TRANS-COUNT
           MOVE TRANS-RECORD TO WS-TRANS-DATA(WS-TRANS-COUNT)
           ADD 1 TO WS-QUEUED-COUNT
           MOVE WS-CURRENT-DATE TO SO-LAST-DATE
           MOVE STANDING-ORDER-RECORD TO WS-SO-DATA(WS-SO-IDX)
           DISPLAY '  QUEUED ' SO-NUMBER ' CUSTOMER ' SO-IDNUM ' '
              SO-PRODNAME ' ' SO-SIZE ' QTY ' SO-QTY.
       REWRITE-TRANS-FILE.
           OPEN OUTPUT ORDERTRANS
           IF WS-TRANS-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING ordertrans.dat, STATUS: '
                 WS-TRANS-STATUS
              MOVE 'N' TO WS-TRANS-OK
           ELSE
              MOVE WS-HEADER-DATA TO TRANS-HEADER-RECORD
              WRITE TRANS-HEADER-RECORD
              PERFORM WRITE-ONE-TRANS
                 VARYING WS-TRANS-IDX FROM 1 BY 1
                 UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
              MOVE SPACES TO TRANS-TRAILER-RECORD
              MOVE 'TRL' TO TTR-RECORD-TYPE
              MOVE WS-TRANS-COUNT TO TTR-TRANS-COUNT
              WRITE TRANS-TRAILER-RECORD
              CLOSE ORDERTRANS
           END-IF.
       WRITE-ONE-TRANS.
           MOVE WS-TRANS-DATA(WS-TRANS-IDX) TO TRANS-RECORD
           WRITE TRANS-RECORD.
       END PROGRAM SOGEN.
