       IDENTIFICATION DIVISION.
       PROGRAM-ID.     QTERPT.
      ***************************************
      * MONTHLY QUOTATION REPORT FOR SALES, FROM THE QTEMNT FILE
      * quote.dat, TO qterpt.rpt IN TWO PARTS:
      *   - THE QUOTES ISSUED IN THE MONTH, COUNTED AND VALUED BY
      *     HOW THEY STAND: CONVERTED TO ORDERS (ANY LINE TAKEN BY
      *     ORDBATCH), AWAITING ORDER INTAKE, DECLINED, LAPSED OR
      *     STILL OPEN, WITH THE CONVERSION RATE BY COUNT AND BY
      *     VALUE (THE VALUE OF THE LINES CONVERTED OVER THE VALUE
      *     QUOTED);
      *   - EVERY OPEN QUOTE, WHATEVER MONTH IT WAS ISSUED, WHOSE
      *     VALID DATE FALLS FROM TODAY THROUGH THE DAYS AHEAD,
      *     SOONEST FIRST, WITH THE DAYS IT HAS LEFT - THE ONES TO
      *     CHASE BEFORE THEY LAPSE. DAY COUNTS COME FROM THE SHARED
      *     DATEUTIL ROUTINE, AS IN CONTEXP.
      *
      * COMMAND LINE: MONTH (YYYYMM) AND DAYS AHEAD (1-999), E.G.
      * "202610 014". A BLANK MONTH TAKES THE CURRENT MONTH; BLANK
      * DAYS TAKE 14.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUOTE-FILE ASSIGN TO "quote.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUOTE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT QUOTE-REPORT ASSIGN TO "qterpt.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD QUOTE-FILE.
           COPY QTEREC.
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
       FD QUOTE-REPORT.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(29) VALUE
          'QUOTATION CONVERSION REPORT  '.
       01 MONTH-LINE.
          02 FILLER               PIC X(07) VALUE 'MONTH: '.
          02 PRN-MONTH            PIC 9(6).
          02 FILLER               PIC X(14) VALUE '    RUN DATE: '.
          02 PRN-RUN-DATE         PIC 9(8).
       01 ISSUED-HEADING          PIC X(52) VALUE
          'QUOTES ISSUED IN THE MONTH    COUNT            VALUE'.
       01 ISSUED-DETAIL-LINE.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-CATEGORY         PIC X(28).
          02 PRN-CAT-COUNT        PIC ZZZZ9.
          02 FILLER               PIC X(03) VALUE SPACES.
          02 PRN-CAT-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
       01 RATE-LINE.
          02 PRN-RATE-TEXT        PIC X(30).
          02 PRN-RATE             PIC ZZ9.9.
          02 FILLER               PIC X(01) VALUE '%'.
       01 LAPSE-HEADING.
          02 FILLER               PIC X(25) VALUE
             'OPEN QUOTES LAPSING FROM '.
          02 PRN-FROM-DATE        PIC 9(8).
          02 FILLER               PIC X(09) VALUE ' THROUGH '.
          02 PRN-TO-DATE          PIC 9(8).
       01 LAPSE-COLUMN-HEADING.
          02 FILLER               PIC X(34) VALUE
             'QUOTE  CUST  CUSTOMER             '.
          02 FILLER               PIC X(39) VALUE
             'QUOTED   VALID TO DAYS LINES      VALUE'.
       01 LAPSE-DETAIL-LINE.
          02 PRN-QUOTE-NUM        PIC 9(6).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-IDNUM            PIC 9(5).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-CUSTNAME         PIC X(20).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-QUOTE-DATE       PIC 9(8).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-VALID-DATE       PIC 9(8).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-DAYS-LEFT        PIC ZZZ9.
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-OPEN-LINES       PIC ZZZZ9.
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-OPEN-VALUE       PIC ZZZZZZ9.99.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'QUOTES ON FILE:      '.
          02 PRN-QUOTE-COUNT      PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'LAPSING SOON:        '.
          02 PRN-LAPSE-COUNT      PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-QUOTE-STATUS         PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-SEL-MONTH            PIC 9(6) VALUE ZERO.
       01 WS-DAYS-AHEAD           PIC 9(3) VALUE 14.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-HORIZON-DATE         PIC 9(8).
       01 WS-WORK-DATE            PIC 9(8).
       01 WS-DAYS-LEFT            PIC S9(7) VALUE ZERO.
      * CUSTOMER NAMES, LAST NAME FIRST THROUGH NAMEFMT.
       01 WS-CUSTOMER-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUS-IDNUM      PIC 9(5).
             10 WS-CUS-NAME       PIC X(20).
       01 WS-CUST-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX             PIC 9(4) VALUE ZERO.
      * ONE ENTRY PER QUOTE, SUMMED FROM ITS LINES.
       01 WS-QUOTE-TABLE.
          05 WS-QUOTE-ENTRY OCCURS 1000 TIMES.
             10 WS-QS-QUOTE-NUM   PIC 9(6).
             10 WS-QS-IDNUM       PIC 9(5).
             10 WS-QS-QUOTE-DATE  PIC 9(8).
             10 WS-QS-VALID-DATE  PIC 9(8).
             10 WS-QS-LINES       PIC 9(3).
             10 WS-QS-VALUE       PIC 9(9)V99.
             10 WS-QS-OPEN-LINES  PIC 9(3).
             10 WS-QS-OPEN-VALUE  PIC 9(9)V99.
             10 WS-QS-ACC-LINES   PIC 9(3).
             10 WS-QS-CONV-LINES  PIC 9(3).
             10 WS-QS-CONV-VALUE  PIC 9(9)V99.
             10 WS-QS-DECL-LINES  PIC 9(3).
       01 WS-QUOTE-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-QUOTE-IDX            PIC 9(4) VALUE ZERO.
       01 WS-QUOTE-FOUND          PIC 9(4) VALUE ZERO.
       01 WS-LINE-VALUE           PIC 9(9)V99 VALUE ZERO.
       01 WS-LINES-READ           PIC 9(5) VALUE ZERO.
      * THE MONTH'S FIGURES BY STANDING: 1 ISSUED, 2 CONVERTED,
      * 3 AWAITING INTAKE, 4 DECLINED, 5 LAPSED, 6 STILL OPEN.
       01 WS-CATEGORY-NAMES.
          05 FILLER               PIC X(28) VALUE 'ISSUED'.
          05 FILLER               PIC X(28) VALUE
             'CONVERTED TO ORDERS'.
          05 FILLER               PIC X(28) VALUE
             'AWAITING ORDER INTAKE'.
          05 FILLER               PIC X(28) VALUE 'DECLINED'.
          05 FILLER               PIC X(28) VALUE 'LAPSED'.
          05 FILLER               PIC X(28) VALUE 'STILL OPEN'.
       01 WS-CATEGORY-NAME-R REDEFINES WS-CATEGORY-NAMES.
          05 WS-CAT-NAME          PIC X(28) OCCURS 6 TIMES.
       01 WS-CATEGORY-TABLE.
          05 WS-CAT-ENTRY OCCURS 6 TIMES.
             10 WS-CAT-COUNT      PIC 9(5).
             10 WS-CAT-VALUE      PIC 9(9)V99.
       01 WS-CAT-IDX              PIC 9 VALUE ZERO.
       01 WS-CONVERTED-VALUE      PIC 9(9)V99 VALUE ZERO.
       01 WS-RATE                 PIC 9(3)V9 VALUE ZERO.
      * THE QUOTES TO LIST, KEPT IN VALID-DATE ORDER BY INSERTING
      * EACH AT ITS PLACE, AS CONTEXP KEEPS ITS CONTRACTS.
       01 WS-LAPSE-TABLE.
          05 WS-LAPSE-ENTRY OCCURS 1000 TIMES.
             10 WS-LAP-KEY.
                15 WS-LAP-VALID-DATE PIC 9(8).
                15 WS-LAP-QUOTE-NUM  PIC 9(6).
             10 WS-LAP-QUOTE-IDX     PIC 9(4).
       01 WS-LAPSE-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-LAPSE-IDX            PIC 9(4) VALUE ZERO.
       01 WS-MOVE-IDX             PIC 9(4) VALUE ZERO.
       01 WS-WORK-KEY.
          05 WS-WORK-VALID-DATE   PIC 9(8).
          05 WS-WORK-QUOTE-NUM    PIC 9(6).
       01 WS-NAMEFMT-PROG         PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME        PIC X(20).
          05 NF-LAST-NAME         PIC X(30).
          05 NF-LAST-FIRST        PIC X(52).
          05 NF-FIRST-LAST        PIC X(51).
       01 WS-DATEUTIL-PROG        PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'QTERPT - QUOTATION CONVERSION REPORT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:6) = SPACES
              MOVE WS-CURRENT-DATE(1:6) TO WS-SEL-MONTH
           ELSE
              IF WS-CMDLINE(1:6) IS NUMERIC
                 AND WS-CMDLINE(5:2) >= '01'
                 AND WS-CMDLINE(5:2) <= '12'
                 MOVE WS-CMDLINE(1:6) TO WS-SEL-MONTH
              ELSE
                 DISPLAY 'MONTH MUST BE YYYYMM: ' WS-CMDLINE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           IF WS-CMDLINE(8:3) IS NUMERIC
              AND WS-CMDLINE(8:3) NOT = '000'
              MOVE WS-CMDLINE(8:3) TO WS-DAYS-AHEAD
           END-IF
           PERFORM SET-HORIZON-DATE
           DISPLAY '  MONTH: ' WS-SEL-MONTH '  LAPSING FROM '
              WS-CURRENT-DATE ' THROUGH ' WS-HORIZON-DATE
           PERFORM LOAD-QUOTE-TABLE
           IF WS-QUOTE-COUNT = ZERO
              DISPLAY 'NO QUOTES ON quote.dat - NOTHING TO REPORT'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CUSTOMER-TABLE
           INITIALIZE WS-CATEGORY-TABLE
           PERFORM CLASSIFY-ONE-QUOTE
              VARYING WS-QUOTE-IDX FROM 1 BY 1
              UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
           OPEN OUTPUT QUOTE-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-SEL-MONTH    TO PRN-MONTH
           MOVE WS-CURRENT-DATE TO PRN-RUN-DATE
           WRITE PRINT-LINE FROM MONTH-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM ISSUED-HEADING
           PERFORM PRINT-ONE-CATEGORY
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 6
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM PRINT-CONVERSION-RATES
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-CURRENT-DATE TO PRN-FROM-DATE
           MOVE WS-HORIZON-DATE TO PRN-TO-DATE
           WRITE PRINT-LINE FROM LAPSE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM LAPSE-COLUMN-HEADING
           PERFORM PRINT-ONE-LAPSE
              VARYING WS-LAPSE-IDX FROM 1 BY 1
              UNTIL WS-LAPSE-IDX > WS-LAPSE-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-QUOTE-COUNT TO PRN-QUOTE-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-LAPSE-COUNT TO PRN-LAPSE-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE QUOTE-REPORT
           DISPLAY 'QUOTES ON FILE:      ' WS-QUOTE-COUNT
           DISPLAY 'ISSUED IN MONTH:     ' WS-CAT-COUNT(1)
           DISPLAY 'OF WHICH CONVERTED:  ' WS-CAT-COUNT(2)
           DISPLAY 'LAPSING SOON:        ' WS-LAPSE-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
       SET-HORIZON-DATE.
      * THE LAST VALID DATE TO LIST IS TODAY PLUS THE DAYS AHEAD.
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'ADD' TO DU-FUNCTION
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
              '-' WS-CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-1
           MOVE WS-DAYS-AHEAD TO DU-DAYS
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           IF DU-RC = ZERO
              STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                 DU-RESULT-DATE(9:2)
                 DELIMITED BY SIZE INTO WS-HORIZON-DATE
           ELSE
              MOVE WS-CURRENT-DATE TO WS-HORIZON-DATE
           END-IF.
       LOAD-QUOTE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ QUOTE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM SUM-QUOTE-LINE
                 END-READ
              END-PERFORM
              CLOSE QUOTE-FILE
           ELSE
              DISPLAY 'ERROR OPENING quote.dat, STATUS: '
                 WS-QUOTE-STATUS
           END-IF.
       SUM-QUOTE-LINE.
      * THE LINES OF A QUOTE SIT TOGETHER, SO THE LAST ENTRY IS
      * TRIED FIRST; ANY OTHER QUOTE NUMBER OPENS A NEW ENTRY.
           MOVE ZERO TO WS-QUOTE-FOUND
           IF WS-QUOTE-COUNT > ZERO
              IF WS-QS-QUOTE-NUM(WS-QUOTE-COUNT) = QTE-QUOTE-NUM
                 MOVE WS-QUOTE-COUNT TO WS-QUOTE-FOUND
              ELSE
                 PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
                    UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
                    IF WS-QS-QUOTE-NUM(WS-QUOTE-IDX) = QTE-QUOTE-NUM
                       MOVE WS-QUOTE-IDX TO WS-QUOTE-FOUND
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF WS-QUOTE-FOUND = ZERO AND WS-QUOTE-COUNT < 1000
              ADD 1 TO WS-QUOTE-COUNT
              MOVE WS-QUOTE-COUNT TO WS-QUOTE-FOUND
              INITIALIZE WS-QUOTE-ENTRY(WS-QUOTE-FOUND)
              MOVE QTE-QUOTE-NUM  TO WS-QS-QUOTE-NUM(WS-QUOTE-FOUND)
              MOVE QTE-IDNUM      TO WS-QS-IDNUM(WS-QUOTE-FOUND)
              MOVE QTE-QUOTE-DATE TO WS-QS-QUOTE-DATE(WS-QUOTE-FOUND)
              MOVE QTE-VALID-DATE TO WS-QS-VALID-DATE(WS-QUOTE-FOUND)
           END-IF
           IF WS-QUOTE-FOUND > ZERO
              COMPUTE WS-LINE-VALUE = QTE-QTY * QTE-UNIT-PRICE
              ADD 1 TO WS-QS-LINES(WS-QUOTE-FOUND)
              ADD WS-LINE-VALUE TO WS-QS-VALUE(WS-QUOTE-FOUND)
              EVALUATE TRUE
                 WHEN QTE-OPEN OR QTE-REFUSED
                    ADD 1 TO WS-QS-OPEN-LINES(WS-QUOTE-FOUND)
                    ADD WS-LINE-VALUE
                       TO WS-QS-OPEN-VALUE(WS-QUOTE-FOUND)
                 WHEN QTE-ACCEPTED
                    ADD 1 TO WS-QS-ACC-LINES(WS-QUOTE-FOUND)
                 WHEN QTE-CONVERTED
                    ADD 1 TO WS-QS-CONV-LINES(WS-QUOTE-FOUND)
                    ADD WS-LINE-VALUE
                       TO WS-QS-CONV-VALUE(WS-QUOTE-FOUND)
                 WHEN QTE-DECLINED
                    ADD 1 TO WS-QS-DECL-LINES(WS-QUOTE-FOUND)
              END-EVALUATE
           END-IF.
       LOAD-CUSTOMER-TABLE.
      * WITHOUT CUSTOMER.DAT THE LIST STILL PRINTS, BY ID ONLY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       PERFORM STORE-CUSTOMER
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY 'NO CUSTOMER.DAT - NAMES NOT SHOWN, STATUS: '
                 WS-CUSTFILE-STATUS
           END-IF.
       STORE-CUSTOMER.
           MOVE IDNUM TO WS-CUS-IDNUM(WS-CUST-COUNT)
           MOVE SPACES    TO NAMEFMT-PARMS
           MOVE FIRSTNAME TO NF-FIRST-NAME
           MOVE LASTNAME  TO NF-LAST-NAME
           CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
              ON EXCEPTION MOVE CUSTNAME TO NF-LAST-FIRST
           END-CALL
           MOVE NF-LAST-FIRST TO WS-CUS-NAME(WS-CUST-COUNT).
       CLASSIFY-ONE-QUOTE.
      * A QUOTE ISSUED IN THE MONTH COUNTS ONCE, UNDER THE FIRST
      * STANDING THAT FITS. AN OPEN QUOTE DUE TO LAPSE INSIDE THE
      * HORIZON GOES ON THE LIST WHATEVER MONTH IT WAS ISSUED.
           IF WS-QS-QUOTE-DATE(WS-QUOTE-IDX)(1:6) = WS-SEL-MONTH
              ADD 1 TO WS-CAT-COUNT(1)
              ADD WS-QS-VALUE(WS-QUOTE-IDX) TO WS-CAT-VALUE(1)
              ADD WS-QS-CONV-VALUE(WS-QUOTE-IDX) TO WS-CONVERTED-VALUE
              EVALUATE TRUE
                 WHEN WS-QS-CONV-LINES(WS-QUOTE-IDX) > ZERO
                    MOVE 2 TO WS-CAT-IDX
                 WHEN WS-QS-ACC-LINES(WS-QUOTE-IDX) > ZERO
                    MOVE 3 TO WS-CAT-IDX
                 WHEN WS-QS-OPEN-LINES(WS-QUOTE-IDX) = ZERO
                    MOVE 4 TO WS-CAT-IDX
                 WHEN WS-QS-VALID-DATE(WS-QUOTE-IDX) < WS-CURRENT-DATE
                    MOVE 5 TO WS-CAT-IDX
                 WHEN OTHER
                    MOVE 6 TO WS-CAT-IDX
              END-EVALUATE
              ADD 1 TO WS-CAT-COUNT(WS-CAT-IDX)
              ADD WS-QS-VALUE(WS-QUOTE-IDX) TO WS-CAT-VALUE(WS-CAT-IDX)
           END-IF
           IF WS-QS-OPEN-LINES(WS-QUOTE-IDX) > ZERO
              AND WS-QS-VALID-DATE(WS-QUOTE-IDX) >= WS-CURRENT-DATE
              AND WS-QS-VALID-DATE(WS-QUOTE-IDX) <= WS-HORIZON-DATE
              MOVE WS-QS-VALID-DATE(WS-QUOTE-IDX)
                 TO WS-WORK-VALID-DATE
              MOVE WS-QS-QUOTE-NUM(WS-QUOTE-IDX) TO WS-WORK-QUOTE-NUM
              PERFORM INSERT-IN-KEY-ORDER
           END-IF.
       INSERT-IN-KEY-ORDER.
           MOVE WS-LAPSE-COUNT TO WS-MOVE-IDX
           ADD 1 TO WS-LAPSE-COUNT
           PERFORM UNTIL WS-MOVE-IDX < 1
              OR WS-LAP-KEY(WS-MOVE-IDX) <= WS-WORK-KEY
              MOVE WS-LAPSE-ENTRY(WS-MOVE-IDX)
                 TO WS-LAPSE-ENTRY(WS-MOVE-IDX + 1)
              SUBTRACT 1 FROM WS-MOVE-IDX
           END-PERFORM
           MOVE WS-WORK-KEY  TO WS-LAP-KEY(WS-MOVE-IDX + 1)
           MOVE WS-QUOTE-IDX TO WS-LAP-QUOTE-IDX(WS-MOVE-IDX + 1).
       PRINT-ONE-CATEGORY.
           MOVE SPACES TO ISSUED-DETAIL-LINE
           MOVE WS-CAT-NAME(WS-CAT-IDX)  TO PRN-CATEGORY
           MOVE WS-CAT-COUNT(WS-CAT-IDX) TO PRN-CAT-COUNT
           IF WS-CAT-IDX = 2
              MOVE WS-CONVERTED-VALUE TO PRN-CAT-VALUE
           ELSE
              MOVE WS-CAT-VALUE(WS-CAT-IDX) TO PRN-CAT-VALUE
           END-IF
           WRITE PRINT-LINE FROM ISSUED-DETAIL-LINE.
       PRINT-CONVERSION-RATES.
      * BY COUNT: QUOTES WITH ANY LINE CONVERTED OVER QUOTES ISSUED.
      * BY VALUE: THE LINES CONVERTED OVER THE VALUE QUOTED.
           MOVE ZERO TO WS-RATE
           IF WS-CAT-COUNT(1) > ZERO
              COMPUTE WS-RATE ROUNDED =
                 WS-CAT-COUNT(2) * 100 / WS-CAT-COUNT(1)
           END-IF
           MOVE 'CONVERSION RATE BY COUNT:' TO PRN-RATE-TEXT
           MOVE WS-RATE TO PRN-RATE
           WRITE PRINT-LINE FROM RATE-LINE
           MOVE ZERO TO WS-RATE
           IF WS-CAT-VALUE(1) > ZERO
              COMPUTE WS-RATE ROUNDED =
                 WS-CONVERTED-VALUE * 100 / WS-CAT-VALUE(1)
           END-IF
           MOVE 'CONVERSION RATE BY VALUE:' TO PRN-RATE-TEXT
           MOVE WS-RATE TO PRN-RATE
           WRITE PRINT-LINE FROM RATE-LINE.
       PRINT-ONE-LAPSE.
           MOVE WS-LAP-QUOTE-IDX(WS-LAPSE-IDX) TO WS-QUOTE-IDX
           MOVE SPACES TO LAPSE-DETAIL-LINE
           MOVE WS-QS-QUOTE-NUM(WS-QUOTE-IDX)  TO PRN-QUOTE-NUM
           MOVE WS-QS-IDNUM(WS-QUOTE-IDX)      TO PRN-IDNUM
           MOVE '** NOT ON FILE **'            TO PRN-CUSTNAME
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUS-IDNUM(WS-CUST-IDX) = WS-QS-IDNUM(WS-QUOTE-IDX)
                 MOVE WS-CUS-NAME(WS-CUST-IDX) TO PRN-CUSTNAME
              END-IF
           END-PERFORM
           MOVE WS-QS-QUOTE-DATE(WS-QUOTE-IDX) TO PRN-QUOTE-DATE
           MOVE WS-QS-VALID-DATE(WS-QUOTE-IDX) TO PRN-VALID-DATE
           PERFORM COMPUTE-DAYS-LEFT
           MOVE WS-DAYS-LEFT TO PRN-DAYS-LEFT
           MOVE WS-QS-OPEN-LINES(WS-QUOTE-IDX) TO PRN-OPEN-LINES
           MOVE WS-QS-OPEN-VALUE(WS-QUOTE-IDX) TO PRN-OPEN-VALUE
           WRITE PRINT-LINE FROM LAPSE-DETAIL-LINE.
       COMPUTE-DAYS-LEFT.
           MOVE ZERO TO WS-DAYS-LEFT
           MOVE WS-QS-VALID-DATE(WS-QUOTE-IDX) TO WS-WORK-DATE
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'DIFF' TO DU-FUNCTION
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
              '-' WS-CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-1
           STRING WS-WORK-DATE(1:4) '-' WS-WORK-DATE(5:2)
              '-' WS-WORK-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-2
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           IF DU-RC = ZERO
              MOVE DU-DAYS TO WS-DAYS-LEFT
           END-IF.
       END PROGRAM QTERPT.
