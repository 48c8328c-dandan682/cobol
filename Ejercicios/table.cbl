       PROGRAM-ID.     TAB01.
      ***************************************
      * STORE SALES REPORT. THE SALES TABLE IS LOADED FROM THE
      * TRANSACTION FILE storesales.dat (YEAR, STORE, PERIOD,
      * AMOUNT - ONE PER LINE) INSTEAD OF HARDCODED MOVES, SO
      * ENTERING A PERIOD'S FIGURES NO LONGER MEANS EDITING PROGRAM
      * SOURCE. A FULL YEAR OF 12 PERIODS FITS, AND BESIDES THE
      * PER-STORE AND GRAND TOTALS THE REPORT SHOWS QUARTER
      * SUBTOTALS AND THE QUARTER-OVER-QUARTER CHANGE PER STORE.
      *
      * THE STORES ARE THE ONES ON STOREMAST.DAT, IN MASTER ORDER,
      * UP TO 50; A STORE THAT HAS SALES OR BUDGET BUT IS NOT ON THE
      * MASTER IS STILL REPORTED UNDER A BARE 'STORE NNN' LABEL.
      * THE REPORT YEAR IS SALES-YEAR IN RUNPARMS.DAT, OR THE LATEST
      * YEAR ON storesales.dat; EACH STORE, REGION AND THE GRAND
      * TOTAL ARE COMPARED WITH THE YEAR BEFORE IT.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD SALES-FILE.
       01 SALES-RECORD.
          02 SS-YEAR              PIC 9(4).
          02 FILLER               PIC X.
          02 SS-STORE             PIC 9(3).
          02 FILLER               PIC X.
          02 SS-PERIOD            PIC 99.
          02 FILLER               PIC X.
          02 SS-AMOUNT            PIC 9(5).
       FD STORE-FILE.
       01 STORE-RECORD.
          02 ST-NUMBER            PIC 9(3).
          02 FILLER               PIC X.
          02 ST-NAME              PIC X(20).
          02 FILLER               PIC X.
          02 ST-OPEN-DATE         PIC 9(8).
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
          02 SB-YEAR              PIC 9(4).
          02 FILLER               PIC X.
          02 SB-STORE             PIC 9(3).
          02 FILLER               PIC X.
          02 SB-PERIOD            PIC 99.
          02 FILLER               PIC X.
          02 SB-AMOUNT            PIC 9(5).
       WORKING-STORAGE SECTION.
       01  STORE-SALES-TABLE.
           05 STORES               OCCURS 50.
              10 STORE-LOCATION    PIC 9(3).
              10 SALES             OCCURS 12 TIMES.
                 15 STORE-SALES    PIC 9(6).
              10 PRIOR-SALES       OCCURS 12 TIMES.
                 15 PRIOR-STORE-SALES PIC 9(6).
       01  COUNTER-I               PIC 99 VALUE 1.
       01  COUNTER-J               PIC 99 VALUE 1.
       01  QUARTER-NUM             PIC 9 VALUE 1.
       01  STORE-TOTAL             PIC 9(7) OCCURS 50 TIMES
                                   VALUE ZERO.
       01  PRIOR-TOTAL             PIC 9(7) OCCURS 50 TIMES
                                   VALUE ZERO.
       01  QUARTER-TOTAL.
           05 QUARTER-STORE OCCURS 50 TIMES.
              10 QTR-TOTAL         PIC 9(7) OCCURS 4 TIMES VALUE ZERO.
       01  GRAND-TOTAL             PIC 9(8) VALUE ZERO.
       01  GRAND-PRIOR             PIC 9(8) VALUE ZERO.
       01  QTR-CHANGE              PIC S9(7) VALUE ZERO.
       01  PREV-QUARTER            PIC 9 VALUE ZERO.
       01  DIS-QTR-CHANGE          PIC +Z(6)9.
       01  WS-STORE-EOF            PIC X VALUE 'N'.
          88 STORES-END                  VALUE 'Y'.
      * STORE NAMES AND REGIONS OFF THE MASTER; UNLISTED STORES
      * FALL BACK TO A BARE 'STORE NNN' LABEL.
       01  WS-STORE-NAMES.
           05 WS-STORE-ENTRY OCCURS 50 TIMES.
              10 WS-ST-NAME        PIC X(20).
              10 WS-ST-REGION      PIC X(10).
       01  WS-STORE-COUNT          PIC 99 VALUE ZERO.
       01  WS-STORE-NUMBER         PIC 9(3) VALUE ZERO.
       01  WS-STORE-FOUND          PIC 99 VALUE ZERO.
       01  WS-REGION-TOTALS.
           05 WS-REGION-ENTRY OCCURS 20 TIMES.
              10 WS-RGN-NAME       PIC X(10).
              10 WS-RGN-TOTAL      PIC 9(8).
              10 WS-RGN-PRIOR      PIC 9(8).
       01  WS-REGION-COUNT         PIC 99 VALUE ZERO.
       01  WS-REGION-IDX           PIC 99 VALUE ZERO.
       01  WS-REGION-FOUND         PIC 99 VALUE ZERO.
      * BUDGETS PER STORE AND PERIOD, WITH QUARTER AND YEAR
      * ROLLUPS ACCUMULATED AS THE PERIODS REPORT.
       01  WS-BUDGET-STATUS        PIC XX.
       01  WS-BUDGET-EOF           PIC X VALUE 'N'.
          88 BUDGET-END                  VALUE 'Y'.
       01  WS-BUDGET-TABLE.
           05 WS-BUD-STORE OCCURS 50.
              10 WS-BUD-AMOUNT     PIC 9(6) OCCURS 12 TIMES.
       01  WS-BUDGET-LOADED        PIC X VALUE 'N'.
       01  WS-QTR-BUDGET.
           05 WS-QB-STORE OCCURS 50 TIMES.
              10 WS-QB-TOTAL       PIC 9(7) OCCURS 4 TIMES.
       01  WS-YTD-BUDGET           PIC 9(8) OCCURS 50 TIMES
                                   VALUE ZERO.
       01  WS-VARIANCE             PIC S9(7) VALUE ZERO.
       01  WS-VAR-PCT              PIC S9(5)V9 VALUE ZERO.
       01  DIS-VARIANCE            PIC +Z(6)9.
       01  DIS-VAR-PCT             PIC +ZZZ9.9.
       01  WS-BUD-THRESHOLD        PIC 9(3) VALUE 10.
      * THE YEAR REPORTED AND THE YEAR IT IS COMPARED WITH.
       01  WS-REPORT-YEAR          PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-YEAR-CHANGE          PIC S9(8) VALUE ZERO.
       01  WS-YEAR-PCT             PIC S9(5)V9 VALUE ZERO.
       01  DIS-YEAR-CHANGE         PIC +Z(7)9.
       01  WS-PARAMS-PROG          PIC X(6) VALUE 'PARAMS'.
       01  PARM-REQUEST.
           05 PARM-FUNCTION        PIC X(5).
       01  WS-SALES-EOF            PIC X VALUE 'N'.
           88 SALES-END                  VALUE 'Y'.
       01  WS-RECORDS-READ         PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-PRIOR        PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-BAD          PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY 'TAB01 - STORE SALES REPORT'
           PERFORM LOAD-STORE-NAMES
           PERFORM READ-RUN-PARMS
           IF WS-REPORT-YEAR = ZERO
              PERFORM FIND-LATEST-YEAR
           END-IF
           COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1
           DISPLAY 'SALES YEAR ' WS-REPORT-YEAR
              ' COMPARED WITH ' WS-PRIOR-YEAR
           PERFORM LOAD-BUDGET-TABLE
           PERFORM LOAD-SALES-TABLE
           IF WS-RECORDS-READ = ZERO
              DISPLAY 'NO SALES TRANSACTIONS - NOTHING TO REPORT'
              GOBACK
           END-IF
           PERFORM REPORT-ONE-STORE VARYING COUNTER-I FROM 1 BY 1
              UNTIL COUNTER-I > WS-STORE-COUNT
           DISPLAY ' '
           DISPLAY 'GRAND TOTAL: ' GRAND-TOTAL
           COMPUTE WS-YEAR-CHANGE = GRAND-TOTAL - GRAND-PRIOR
           MOVE WS-YEAR-CHANGE TO DIS-YEAR-CHANGE
           DISPLAY 'GRAND TOTAL ' WS-PRIOR-YEAR ': ' GRAND-PRIOR
              ' CHANGE: ' DIS-YEAR-CHANGE
           PERFORM REPORT-REGIONS
           IF WS-RECORDS-BAD > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       LOAD-STORE-NAMES.
      * THE MASTER DECIDES WHICH STORES ARE REPORTED, AND IN WHAT
      * ORDER.
           INITIALIZE STORE-SALES-TABLE WS-STORE-NAMES
           OPEN INPUT STORE-FILE
           IF WS-STORE-STATUS NOT = '00'
              DISPLAY 'NO STOREMAST.DAT - BARE STORE NUMBERS PRINT'
                 READ STORE-FILE
                    AT END SET STORES-END TO TRUE
                    NOT AT END
                       IF ST-NUMBER IS NUMERIC AND ST-NUMBER > ZERO
                          MOVE ST-NUMBER TO WS-STORE-NUMBER
                          PERFORM FIND-STORE-SLOT
                          IF WS-STORE-FOUND > ZERO
                             MOVE ST-NAME
                                TO WS-ST-NAME(WS-STORE-FOUND)
                             MOVE ST-REGION
                                TO WS-ST-REGION(WS-STORE-FOUND)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STORE-FILE
           END-IF
           DISPLAY 'STORES ON MASTER: ' WS-STORE-COUNT.
       FIND-STORE-SLOT.
      * TABLE ENTRY FOR WS-STORE-NUMBER, ADDED UNDER A BARE LABEL
      * WHEN NEW; ZERO WHEN THE TABLE IS FULL.
           MOVE ZERO TO WS-STORE-FOUND
           PERFORM VARYING COUNTER-I FROM 1 BY 1
              UNTIL COUNTER-I > WS-STORE-COUNT
              IF STORE-LOCATION(COUNTER-I) = WS-STORE-NUMBER
                 MOVE COUNTER-I TO WS-STORE-FOUND
              END-IF
           END-PERFORM
           IF WS-STORE-FOUND = ZERO AND WS-STORE-COUNT < 50
              ADD 1 TO WS-STORE-COUNT
              MOVE WS-STORE-COUNT TO WS-STORE-FOUND
              MOVE WS-STORE-NUMBER TO STORE-LOCATION(WS-STORE-FOUND)
              MOVE SPACES TO WS-ST-NAME(WS-STORE-FOUND)
              STRING 'STORE ' WS-STORE-NUMBER DELIMITED BY SIZE
                 INTO WS-ST-NAME(WS-STORE-FOUND)
              MOVE SPACES TO WS-ST-REGION(WS-STORE-FOUND)
           END-IF.
       FIND-LATEST-YEAR.
      * NO YEAR ASKED FOR - REPORT THE LATEST ONE ON FILE.
           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS = '00'
              PERFORM UNTIL SALES-END
                 READ SALES-FILE
                    AT END SET SALES-END TO TRUE
                    NOT AT END
                       IF SS-YEAR IS NUMERIC
                          AND SS-YEAR > WS-REPORT-YEAR
                          MOVE SS-YEAR TO WS-REPORT-YEAR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALES-FILE
           END-IF
           MOVE 'N' TO WS-SALES-EOF.
       LOAD-BUDGET-TABLE.
           INITIALIZE WS-BUDGET-TABLE WS-QTR-BUDGET
           OPEN INPUT BUDGET-FILE
              PERFORM UNTIL BUDGET-END
                 READ BUDGET-FILE
                    AT END SET BUDGET-END TO TRUE
                    NOT AT END PERFORM LOAD-ONE-BUDGET
                 END-READ
              END-PERFORM
              CLOSE BUDGET-FILE
           END-IF.
       LOAD-ONE-BUDGET.
      * ONLY THE REPORT YEAR'S BUDGET IS COMPARED.
           MOVE ZERO TO WS-STORE-FOUND
           IF SB-YEAR IS NUMERIC AND SB-STORE IS NUMERIC
              AND SB-STORE > ZERO
              AND SB-PERIOD >= 1 AND SB-PERIOD <= 12
              AND SB-AMOUNT IS NUMERIC
              MOVE SB-STORE TO WS-STORE-NUMBER
              PERFORM FIND-STORE-SLOT
           END-IF
           EVALUATE TRUE
              WHEN WS-STORE-FOUND = ZERO
                 DISPLAY 'BAD BUDGET RECORD SKIPPED: '
                    BUDGET-RECORD
              WHEN SB-YEAR = WS-REPORT-YEAR
                 ADD SB-AMOUNT TO WS-BUD-AMOUNT(WS-STORE-FOUND,
                    SB-PERIOD)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       READ-RUN-PARMS.
      * THE BEHIND-BUDGET FLAG THRESHOLD AND THE REPORT YEAR COME
      * THROUGH THE SHARED PARAMS READER (BUD-THRESH, DEFAULT 10,
      * AND SALES-YEAR IN RUNPARMS.DAT).
           MOVE 'FILE' TO PARM-FUNCTION
           MOVE SPACES TO PARM-TEXT
           CALL WS-PARAMS-PROG USING PARM-REQUEST
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE(1:3) IS NUMERIC
              MOVE PARM-VALUE(1:3) TO WS-BUD-THRESHOLD
           END-IF
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'SALES-YEAR' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE(1:4) IS NUMERIC
              MOVE PARM-VALUE(1:4) TO WS-REPORT-YEAR
           END-IF.
       LOAD-SALES-TABLE.
           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
              DISPLAY 'CANNOT OPEN storesales.dat, STATUS: '
              CLOSE SALES-FILE
           END-IF
           DISPLAY 'SALES TRANSACTIONS LOADED: ' WS-RECORDS-READ
           DISPLAY 'PRIOR YEAR TRANSACTIONS:   ' WS-RECORDS-PRIOR
           IF WS-RECORDS-BAD > ZERO
              DISPLAY 'SALES TRANSACTIONS BAD:    ' WS-RECORDS-BAD
           END-IF.
       LOAD-ONE-SALE.
      * THE REPORT YEAR AND THE ONE BEFORE IT ARE LOADED; OTHER
      * YEARS ARE PASSED OVER.
           MOVE ZERO TO WS-STORE-FOUND
           IF SS-YEAR IS NUMERIC AND SS-STORE IS NUMERIC
              AND SS-STORE > ZERO
              AND SS-PERIOD >= 1 AND SS-PERIOD <= 12
              AND SS-AMOUNT IS NUMERIC
              MOVE SS-STORE TO WS-STORE-NUMBER
              PERFORM FIND-STORE-SLOT
           END-IF
           EVALUATE TRUE
              WHEN WS-STORE-FOUND = ZERO
                 ADD 1 TO WS-RECORDS-BAD
                 DISPLAY 'BAD SALES RECORD SKIPPED: ' SALES-RECORD
              WHEN SS-YEAR = WS-REPORT-YEAR
                 ADD SS-AMOUNT
                    TO STORE-SALES(WS-STORE-FOUND, SS-PERIOD)
                 ADD 1 TO WS-RECORDS-READ
              WHEN SS-YEAR = WS-PRIOR-YEAR
                 ADD SS-AMOUNT
                    TO PRIOR-STORE-SALES(WS-STORE-FOUND, SS-PERIOD)
                 ADD 1 TO WS-RECORDS-PRIOR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       REPORT-ONE-STORE.
           DISPLAY ' '
           DISPLAY 'STORE ' STORE-LOCATION(COUNTER-I) ' - '
              WS-ST-NAME(COUNTER-I)
              ' (' WS-ST-REGION(COUNTER-I) ')'
           PERFORM REPORT-ONE-PERIOD VARYING COUNTER-J FROM 1 BY 1
              UNTIL COUNTER-J > 12
              UNTIL QUARTER-NUM > 4
           PERFORM REPORT-QTR-CHANGES VARYING QUARTER-NUM FROM 2 BY 1
              UNTIL QUARTER-NUM > 4
           DISPLAY 'STORE ' STORE-LOCATION(COUNTER-I) ' TOTAL: '
              STORE-TOTAL(COUNTER-I)
           PERFORM SHOW-PRIOR-YEAR
           IF WS-BUDGET-LOADED = 'Y'
              PERFORM SHOW-YTD-VARIANCE
           END-IF
           ADD STORE-TOTAL(COUNTER-I) TO GRAND-TOTAL
           ADD PRIOR-TOTAL(COUNTER-I) TO GRAND-PRIOR
           PERFORM ADD-TO-REGION.
       SHOW-PRIOR-YEAR.
      * THE STORE'S YEAR AGAINST THE ONE BEFORE; NO PERCENTAGE FOR
      * A STORE THAT HAD NO SALES LAST YEAR.
           COMPUTE WS-YEAR-CHANGE = STORE-TOTAL(COUNTER-I)
              - PRIOR-TOTAL(COUNTER-I)
           MOVE WS-YEAR-CHANGE TO DIS-YEAR-CHANGE
           IF PRIOR-TOTAL(COUNTER-I) > ZERO
              COMPUTE WS-YEAR-PCT ROUNDED = (WS-YEAR-CHANGE * 100)
                 / PRIOR-TOTAL(COUNTER-I)
              MOVE WS-YEAR-PCT TO DIS-VAR-PCT
              DISPLAY 'STORE ' STORE-LOCATION(COUNTER-I) ' '
                 WS-PRIOR-YEAR ' TOTAL: ' PRIOR-TOTAL(COUNTER-I)
                 ' CHANGE: ' DIS-YEAR-CHANGE ' PCT: ' DIS-VAR-PCT
           ELSE
              DISPLAY 'STORE ' STORE-LOCATION(COUNTER-I) ' '
                 WS-PRIOR-YEAR ' TOTAL: ' PRIOR-TOTAL(COUNTER-I)
                 ' CHANGE: ' DIS-YEAR-CHANGE ' (NO PRIOR YEAR)'
           END-IF.
       SHOW-YTD-VARIANCE.
      * THE YEAR-TO-DATE VIEW, PLUS THE BEHIND-BUDGET FLAG WHEN
      * THE STORE RUNS MORE THAN THE THRESHOLD PERCENT SHORT.
              MOVE ZERO TO WS-VAR-PCT
           END-IF
           MOVE WS-VAR-PCT TO DIS-VAR-PCT
           DISPLAY 'STORE ' STORE-LOCATION(COUNTER-I) ' YTD BUDGET: '
              WS-YTD-BUDGET(COUNTER-I)
              ' VARIANCE: ' DIS-VARIANCE ' PCT: ' DIS-VAR-PCT
           IF WS-YTD-BUDGET(COUNTER-I) > ZERO
              COMPUTE WS-VAR-PCT = WS-VAR-PCT * -1
              IF WS-VAR-PCT > WS-BUD-THRESHOLD
                 DISPLAY '** STORE ' STORE-LOCATION(COUNTER-I)
                    ' RUNNING MORE THAN ' WS-BUD-THRESHOLD
                    ' PCT BEHIND BUDGET - REVIEW'
              END-IF
           END-IF.
                 MOVE WS-REGION-IDX TO WS-REGION-FOUND
              END-IF
           END-PERFORM
           IF WS-REGION-FOUND = ZERO AND WS-REGION-COUNT < 20
              ADD 1 TO WS-REGION-COUNT
              MOVE WS-REGION-COUNT TO WS-REGION-FOUND
              MOVE WS-ST-REGION(COUNTER-I)
                 TO WS-RGN-NAME(WS-REGION-FOUND)
              MOVE ZERO TO WS-RGN-TOTAL(WS-REGION-FOUND)
                 WS-RGN-PRIOR(WS-REGION-FOUND)
           END-IF
           IF WS-REGION-FOUND > ZERO
              ADD STORE-TOTAL(COUNTER-I)
                 TO WS-RGN-TOTAL(WS-REGION-FOUND)
              ADD PRIOR-TOTAL(COUNTER-I)
                 TO WS-RGN-PRIOR(WS-REGION-FOUND)
           END-IF.
       REPORT-REGIONS.
           DISPLAY ' '
              VARYING WS-REGION-IDX FROM 1 BY 1
              UNTIL WS-REGION-IDX > WS-REGION-COUNT.
       REPORT-ONE-REGION.
           COMPUTE WS-YEAR-CHANGE = WS-RGN-TOTAL(WS-REGION-IDX)
              - WS-RGN-PRIOR(WS-REGION-IDX)
           MOVE WS-YEAR-CHANGE TO DIS-YEAR-CHANGE
           DISPLAY 'REGION ' WS-RGN-NAME(WS-REGION-IDX)
              ' TOTAL: ' WS-RGN-TOTAL(WS-REGION-IDX)
              ' ' WS-PRIOR-YEAR ': ' WS-RGN-PRIOR(WS-REGION-IDX)
              ' CHANGE: ' DIS-YEAR-CHANGE.
       REPORT-ONE-PERIOD.
           DISPLAY '  PERIOD ' COUNTER-J ': '
              STORE-SALES(COUNTER-I, COUNTER-J)
              '  ' WS-PRIOR-YEAR ': '
              PRIOR-STORE-SALES(COUNTER-I, COUNTER-J)
           ADD STORE-SALES(COUNTER-I, COUNTER-J)
              TO STORE-TOTAL(COUNTER-I)
           ADD PRIOR-STORE-SALES(COUNTER-I, COUNTER-J)
              TO PRIOR-TOTAL(COUNTER-I)
           COMPUTE QUARTER-NUM = ((COUNTER-J - 1) / 3) + 1
           ADD STORE-SALES(COUNTER-I, COUNTER-J)
              TO QTR-TOTAL(COUNTER-I, QUARTER-NUM)
