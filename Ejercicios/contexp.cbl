       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CONTEXP.
      ***************************************
      * CONTRACT EXPIRY LIST FOR SALES. EVERY CUSTOMER CONTRACT ON
      * THE CONTMNT FILE contract.dat WHOSE END DATE FALLS FROM
      * TODAY THROUGH THE NEXT 30 DAYS IS LISTED ON contexp.rpt,
      * SOONEST FIRST, WITH THE CUSTOMER NAME, THE DAYS LEFT, THE
      * CONTRACT PRICE AND THE LIST PRICE IN FORCE TODAY ON
      * prodprice.dat - WHAT THE CUSTOMER PAYS WHEN IT LAPSES. A
      * CONTRACT ALREADY FOLLOWED BY A LATER ONE FOR THE SAME
      * CUSTOMER, PRODUCT AND SIZE IS MARKED RENEWED. DAY COUNTS
      * COME FROM THE SHARED DATEUTIL ROUTINE.
      *
      * COMMAND LINE: DAYS AHEAD (1-999). BLANK TAKES 30.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRACT-FILE ASSIGN TO "contract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL PRICE-FILE ASSIGN TO "prodprice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRICE-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO "contexp.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
           COPY CONREC.
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
       FD PRICE-FILE.
       01 PRICE-RECORD.
          02 PRC-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 PRC-SIZE             PIC A.
          02 FILLER               PIC X.
          02 PRC-EFF-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 PRC-UNIT-PRICE       PIC 9(5)V99.
       FD EXPIRY-REPORT.
       01 PRINT-LINE              PIC X(92).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(29) VALUE
          'CONTRACTS DUE TO EXPIRE      '.
       01 RANGE-LINE.
          02 FILLER               PIC X(14) VALUE 'ENDING FROM:  '.
          02 PRN-FROM-DATE        PIC 9(8).
          02 FILLER               PIC X(09) VALUE ' THROUGH '.
          02 PRN-TO-DATE          PIC 9(8).
       01 COLUMN-HEADING.
          02 FILLER               PIC X(27) VALUE
             'CUST  CUSTOMER             '.
          02 FILLER               PIC X(32) VALUE
             'PRODUCT    S START    END       '.
          02 FILLER               PIC X(33) VALUE
             'DAYS CONTRACT     LIST          '.
       01 EXPIRY-DETAIL-LINE.
          02 PRN-IDNUM            PIC 9(5).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-CUSTNAME         PIC X(20).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-PRODNAME         PIC X(10).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-SIZE             PIC A.
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-START-DATE       PIC 9(8).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-END-DATE         PIC 9(8).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-DAYS-LEFT        PIC ZZZ9.
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-CONTRACT-PRICE   PIC ZZZZ9.99.
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-LIST-PRICE       PIC ZZZZ9.99.
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-NOTE             PIC X(08).
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'CONTRACTS ON FILE:   '.
          02 PRN-CONTRACT-COUNT   PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'DUE TO EXPIRE:       '.
          02 PRN-EXPIRING-COUNT   PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(21) VALUE
             'OF WHICH RENEWED:    '.
          02 PRN-RENEWED-COUNT    PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(92) VALUE SPACES.
       01 WS-CONTRACT-STATUS      PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-PRICE-STATUS         PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-DAYS-AHEAD           PIC 9(3) VALUE 30.
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
       01 WS-PRICE-TABLE.
          05 WS-PRICE-ENTRY OCCURS 300 TIMES.
             10 WS-PRC-PRODNAME   PIC X(10).
             10 WS-PRC-SIZE       PIC A.
             10 WS-PRC-EFF-DATE   PIC 9(8).
             10 WS-PRC-PRICE      PIC 9(5)V99.
       01 WS-PRICE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-PRICE-IDX            PIC 9(3) VALUE ZERO.
       01 WS-BEST-EFF-DATE        PIC 9(8) VALUE ZERO.
       01 WS-LIST-PRICE           PIC 9(5)V99 VALUE ZERO.
      * THE WHOLE CONTRACT FILE, SO A RENEWAL CAN BE SPOTTED.
       01 WS-CONTRACT-TABLE.
          05 WS-CONTRACT-ENTRY OCCURS 500 TIMES.
             10 WS-CON-IDNUM      PIC 9(5).
             10 WS-CON-PRODNAME   PIC X(10).
             10 WS-CON-SIZE       PIC A.
             10 WS-CON-START-DATE PIC 9(8).
             10 WS-CON-END-DATE   PIC 9(8).
             10 WS-CON-PRICE      PIC 9(5)V99.
       01 WS-CONTRACT-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-CONTRACT-IDX         PIC 9(3) VALUE ZERO.
       01 WS-OTHER-IDX            PIC 9(3) VALUE ZERO.
       01 WS-RENEWED              PIC X VALUE 'N'.
      * THE CONTRACTS TO LIST, KEPT IN END-DATE ORDER BY INSERTING
      * EACH AT ITS PLACE, AS PICKLIST KEEPS ITS PICK TOTALS.
       01 WS-EXPIRY-TABLE.
          05 WS-EXPIRY-ENTRY OCCURS 500 TIMES.
             10 WS-EXP-KEY.
                15 WS-EXP-END-DATE PIC 9(8).
                15 WS-EXP-IDNUM    PIC 9(5).
                15 WS-EXP-PRODNAME PIC X(10).
                15 WS-EXP-SIZE     PIC A.
             10 WS-EXP-CON-IDX     PIC 9(3).
       01 WS-EXPIRY-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-EXPIRY-IDX           PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX             PIC 9(3) VALUE ZERO.
       01 WS-WORK-KEY.
          05 WS-WORK-END-DATE     PIC 9(8).
          05 WS-WORK-IDNUM        PIC 9(5).
          05 WS-WORK-PRODNAME     PIC X(10).
          05 WS-WORK-SIZE         PIC A.
       01 WS-RENEWED-COUNT        PIC 9(5) VALUE ZERO.
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
           DISPLAY 'CONTEXP - CONTRACTS DUE TO EXPIRE'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:3) IS NUMERIC
              AND WS-CMDLINE(1:3) NOT = '000'
              MOVE WS-CMDLINE(1:3) TO WS-DAYS-AHEAD
           END-IF
           PERFORM SET-HORIZON-DATE
           DISPLAY '  ENDING FROM ' WS-CURRENT-DATE
              ' THROUGH ' WS-HORIZON-DATE
           PERFORM LOAD-CONTRACT-TABLE
           IF WS-CONTRACT-COUNT = ZERO
              DISPLAY 'NO CONTRACTS ON contract.dat - NOTHING TO LIST'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-PRICE-TABLE
           PERFORM SELECT-EXPIRING
              VARYING WS-CONTRACT-IDX FROM 1 BY 1
              UNTIL WS-CONTRACT-IDX > WS-CONTRACT-COUNT
           OPEN OUTPUT EXPIRY-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-CURRENT-DATE TO PRN-FROM-DATE
           MOVE WS-HORIZON-DATE TO PRN-TO-DATE
           WRITE PRINT-LINE FROM RANGE-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING
           PERFORM PRINT-ONE-EXPIRY
              VARYING WS-EXPIRY-IDX FROM 1 BY 1
              UNTIL WS-EXPIRY-IDX > WS-EXPIRY-COUNT
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-CONTRACT-COUNT TO PRN-CONTRACT-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-EXPIRY-COUNT TO PRN-EXPIRING-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-RENEWED-COUNT TO PRN-RENEWED-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE EXPIRY-REPORT
           DISPLAY 'CONTRACTS ON FILE:   ' WS-CONTRACT-COUNT
           DISPLAY 'DUE TO EXPIRE:       ' WS-EXPIRY-COUNT
           DISPLAY 'OF WHICH RENEWED:    ' WS-RENEWED-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
       SET-HORIZON-DATE.
      * THE LAST END DATE TO LIST IS TODAY PLUS THE DAYS AHEAD.
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
       LOAD-CONTRACT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-CONTRACT-COUNT >= 500
                 READ CONTRACT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CONTRACT-COUNT
                       MOVE CON-IDNUM
                          TO WS-CON-IDNUM(WS-CONTRACT-COUNT)
                       MOVE CON-PRODNAME
                          TO WS-CON-PRODNAME(WS-CONTRACT-COUNT)
                       MOVE CON-SIZE
                          TO WS-CON-SIZE(WS-CONTRACT-COUNT)
                       MOVE CON-START-DATE
                          TO WS-CON-START-DATE(WS-CONTRACT-COUNT)
                       MOVE CON-END-DATE
                          TO WS-CON-END-DATE(WS-CONTRACT-COUNT)
                       MOVE CON-UNIT-PRICE
                          TO WS-CON-PRICE(WS-CONTRACT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CONTRACT-FILE
           ELSE
              DISPLAY 'ERROR OPENING contract.dat, STATUS: '
                 WS-CONTRACT-STATUS
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
       LOAD-PRICE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-PRICE-COUNT >= 300
                 READ PRICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE PRC-PRODNAME
                          TO WS-PRC-PRODNAME(WS-PRICE-COUNT)
                       MOVE PRC-SIZE
                          TO WS-PRC-SIZE(WS-PRICE-COUNT)
                       MOVE PRC-EFF-DATE
                          TO WS-PRC-EFF-DATE(WS-PRICE-COUNT)
                       MOVE PRC-UNIT-PRICE
                          TO WS-PRC-PRICE(WS-PRICE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PRICE-FILE
           ELSE
              DISPLAY 'ERROR OPENING prodprice.dat, STATUS: '
                 WS-PRICE-STATUS
           END-IF.
       SELECT-EXPIRING.
           IF WS-CON-END-DATE(WS-CONTRACT-IDX) >= WS-CURRENT-DATE
              AND WS-CON-END-DATE(WS-CONTRACT-IDX) <= WS-HORIZON-DATE
              MOVE WS-CON-END-DATE(WS-CONTRACT-IDX)
                 TO WS-WORK-END-DATE
              MOVE WS-CON-IDNUM(WS-CONTRACT-IDX)    TO WS-WORK-IDNUM
              MOVE WS-CON-PRODNAME(WS-CONTRACT-IDX)
                 TO WS-WORK-PRODNAME
              MOVE WS-CON-SIZE(WS-CONTRACT-IDX)     TO WS-WORK-SIZE
              PERFORM INSERT-IN-KEY-ORDER
           END-IF.
       INSERT-IN-KEY-ORDER.
           MOVE WS-EXPIRY-COUNT TO WS-MOVE-IDX
           ADD 1 TO WS-EXPIRY-COUNT
           PERFORM UNTIL WS-MOVE-IDX < 1
              OR WS-EXP-KEY(WS-MOVE-IDX) <= WS-WORK-KEY
              MOVE WS-EXPIRY-ENTRY(WS-MOVE-IDX)
                 TO WS-EXPIRY-ENTRY(WS-MOVE-IDX + 1)
              SUBTRACT 1 FROM WS-MOVE-IDX
           END-PERFORM
           MOVE WS-WORK-KEY     TO WS-EXP-KEY(WS-MOVE-IDX + 1)
           MOVE WS-CONTRACT-IDX TO WS-EXP-CON-IDX(WS-MOVE-IDX + 1).
       PRINT-ONE-EXPIRY.
           MOVE WS-EXP-CON-IDX(WS-EXPIRY-IDX) TO WS-CONTRACT-IDX
           MOVE SPACES TO EXPIRY-DETAIL-LINE
           MOVE WS-CON-IDNUM(WS-CONTRACT-IDX)      TO PRN-IDNUM
           MOVE '** NOT ON FILE **'                TO PRN-CUSTNAME
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUS-IDNUM(WS-CUST-IDX)
                 = WS-CON-IDNUM(WS-CONTRACT-IDX)
                 MOVE WS-CUS-NAME(WS-CUST-IDX) TO PRN-CUSTNAME
              END-IF
           END-PERFORM
           MOVE WS-CON-PRODNAME(WS-CONTRACT-IDX)   TO PRN-PRODNAME
           MOVE WS-CON-SIZE(WS-CONTRACT-IDX)       TO PRN-SIZE
           MOVE WS-CON-START-DATE(WS-CONTRACT-IDX) TO PRN-START-DATE
           MOVE WS-CON-END-DATE(WS-CONTRACT-IDX)   TO PRN-END-DATE
           MOVE WS-CON-PRICE(WS-CONTRACT-IDX)      TO PRN-CONTRACT-PRICE
           PERFORM COMPUTE-DAYS-LEFT
           MOVE WS-DAYS-LEFT TO PRN-DAYS-LEFT
           PERFORM FIND-LIST-PRICE
           MOVE WS-LIST-PRICE TO PRN-LIST-PRICE
           PERFORM CHECK-RENEWED
           IF WS-RENEWED = 'Y'
              MOVE 'RENEWED' TO PRN-NOTE
              ADD 1 TO WS-RENEWED-COUNT
           END-IF
           WRITE PRINT-LINE FROM EXPIRY-DETAIL-LINE.
       COMPUTE-DAYS-LEFT.
           MOVE ZERO TO WS-DAYS-LEFT
           MOVE WS-CON-END-DATE(WS-CONTRACT-IDX) TO WS-WORK-DATE
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
       FIND-LIST-PRICE.
      * THE LIST PRICE IN FORCE TODAY, ZERO WHEN THERE IS NONE.
           MOVE ZERO TO WS-BEST-EFF-DATE WS-LIST-PRICE
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
              UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
              IF WS-PRC-PRODNAME(WS-PRICE-IDX)
                 = WS-CON-PRODNAME(WS-CONTRACT-IDX)
                 AND WS-PRC-SIZE(WS-PRICE-IDX)
                    = WS-CON-SIZE(WS-CONTRACT-IDX)
                 AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    <= WS-CURRENT-DATE
                 AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    >= WS-BEST-EFF-DATE
                 MOVE WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    TO WS-BEST-EFF-DATE
                 MOVE WS-PRC-PRICE(WS-PRICE-IDX) TO WS-LIST-PRICE
              END-IF
           END-PERFORM.
       CHECK-RENEWED.
      * RENEWED WHEN ANOTHER CONTRACT FOR THE SAME CUSTOMER AND
      * ITEM RUNS PAST THIS ONE'S END DATE.
           MOVE 'N' TO WS-RENEWED
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
              UNTIL WS-OTHER-IDX > WS-CONTRACT-COUNT
              IF WS-CON-IDNUM(WS-OTHER-IDX)
                 = WS-CON-IDNUM(WS-CONTRACT-IDX)
                 AND WS-CON-PRODNAME(WS-OTHER-IDX)
                    = WS-CON-PRODNAME(WS-CONTRACT-IDX)
                 AND WS-CON-SIZE(WS-OTHER-IDX)
                    = WS-CON-SIZE(WS-CONTRACT-IDX)
                 AND WS-CON-END-DATE(WS-OTHER-IDX)
                    > WS-CON-END-DATE(WS-CONTRACT-IDX)
                 MOVE 'Y' TO WS-RENEWED
              END-IF
           END-PERFORM.
       END PROGRAM CONTEXP.
