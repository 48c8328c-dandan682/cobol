       IDENTIFICATION DIVISION.
       PROGRAM-ID.     QTEPRT.
      ***************************************
      * PRINTS SALES QUOTATIONS FROM quote.dat TO quote.rpt, ONE
      * DOCUMENT PER QUOTE IN THE POPRINT LAYOUT: THE CUSTOMER NAME
      * AND ADDRESS FROM CUSTOMER.DAT (NAME THROUGH NAMEFMT), THE
      * QUOTE AND VALID-UNTIL DATES, ONE LINE PER PRODUCT/SIZE WITH
      * QUANTITY, QUOTED PRICE AND LINE VALUE, AND THE QUOTE TOTAL.
      * WITH NOTHING ON THE COMMAND LINE EVERY QUOTE ISSUED TODAY IS
      * PRINTED; A QUOTE NUMBER ON THE COMMAND LINE PRINTS THAT ONE
      * QUOTE, WHATEVER ITS DATE. PRINTING CHANGES NOTHING ON FILE.
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
           SELECT QUOTE-REPORT ASSIGN TO "quote.rpt"
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
       01 PRINT-LINE              PIC X(70).
       WORKING-STORAGE SECTION.
       01 QTE-HEADING             PIC X(15) VALUE 'SALES QUOTATION'.
       01 QTE-NUMBER-LINE.
          02 FILLER               PIC X(10) VALUE 'QUOTE NO  '.
          02 PRN-QUOTE-NUMBER     PIC 9(6).
          02 FILLER               PIC X(08) VALUE '  DATE  '.
          02 PRN-QUOTE-DATE       PIC 9(8).
          02 FILLER               PIC X(14) VALUE '  VALID UNTIL '.
          02 PRN-VALID-DATE       PIC 9(8).
       01 QTE-CUSTOMER-LINE.
          02 FILLER               PIC X(10) VALUE 'CUSTOMER  '.
          02 PRN-IDNUM            PIC 9(5).
       01 QTE-ADDRESS-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-ADDR-TEXT        PIC X(51).
       01 QTE-CSZ-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-CITY             PIC X(15).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-STATE            PIC X(02).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-ZIP              PIC X(10).
       01 QTE-COLUMN-LINE         PIC X(60) VALUE
          'LN PRODUCT    SZ   QUANTITY UNIT PRICE       LINE VALUE'.
       01 QTE-ITEM-LINE.
          02 PRN-LINE             PIC Z9.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-PRODNAME         PIC X(10).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-SIZE             PIC A.
          02 FILLER               PIC X(04) VALUE SPACES.
          02 PRN-QTY              PIC ZZZZZ9.
          02 FILLER               PIC X(03) VALUE SPACES.
          02 PRN-PRICE            PIC ZZZZ9.99.
          02 FILLER               PIC X(04) VALUE SPACES.
          02 PRN-VALUE            PIC ZZZZZZZZ9.99.
       01 QTE-TOTAL-LINE.
          02 FILLER               PIC X(40) VALUE
             '                            QUOTE TOTAL '.
          02 PRN-QUOTE-TOTAL      PIC ZZZZZZZZ9.99.
       01 QTE-TERMS-LINE.
          02 FILLER               PIC X(42) VALUE
             'PRICES HELD FOR ORDERS ACCEPTED ON OR BY  '.
          02 PRN-TERMS-DATE       PIC 9(8).
       01 QTE-FOOTING             PIC X(19) VALUE
          '-------------------'.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'QUOTES PRINTED:      '.
          02 PRN-QUOTE-COUNT      PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(70) VALUE SPACES.
       01 WS-QUOTE-STATUS         PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-REPRINT-QUOTE        PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-QUOTE-TABLE.
          05 WS-QUOTE-ENTRY OCCURS 3000 TIMES.
             10 WS-QTE-DATA       PIC X(108).
             10 WS-QTE-PRINTED    PIC X.
       01 WS-QUOTE-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-QUOTE-IDX            PIC 9(4) VALUE ZERO.
       01 WS-SCAN-IDX             PIC 9(4) VALUE ZERO.
      * NAME AND POSTAL ADDRESS OF EACH CUSTOMER, NAME FIRST-LAST.
       01 WS-CUSTOMER-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUS-IDNUM      PIC 9(5).
             10 WS-CUS-NAME       PIC X(51).
             10 WS-CUS-ADDR-LINE1 PIC X(25).
             10 WS-CUS-CITY       PIC X(15).
             10 WS-CUS-STATE      PIC X(02).
             10 WS-CUS-ZIP        PIC X(10).
       01 WS-CUST-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX             PIC 9(4) VALUE ZERO.
       01 WS-CUST-FOUND           PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-QUOTE        PIC 9(6) VALUE ZERO.
       01 WS-LINE-VALUE           PIC 9(9)V99 VALUE ZERO.
       01 WS-QUOTE-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-PRINT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-NAMEFMT-PROG         PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME        PIC X(20).
          05 NF-LAST-NAME         PIC X(30).
          05 NF-LAST-FIRST        PIC X(52).
          05 NF-FIRST-LAST        PIC X(51).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM          PIC X(8) VALUE 'QTEPRT'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'QTEPRT - SALES QUOTATION PRINT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:6) IS NUMERIC
              MOVE WS-CMDLINE(1:6) TO WS-REPRINT-QUOTE
              DISPLAY 'PRINT OF QUOTE ' WS-REPRINT-QUOTE
           ELSE
              DISPLAY 'QUOTES ISSUED ' WS-CURRENT-DATE
           END-IF
           PERFORM LOAD-QUOTE-FILE
           IF WS-QUOTE-COUNT = ZERO
              DISPLAY 'NO quote.dat - NOTHING TO PRINT'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CUSTOMER-TABLE
           OPEN OUTPUT QUOTE-REPORT
           PERFORM PRINT-ONE-QUOTE
              VARYING WS-QUOTE-IDX FROM 1 BY 1
              UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
           MOVE WS-PRINT-COUNT TO PRN-QUOTE-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE QUOTE-REPORT
           DISPLAY 'QUOTES PRINTED: ' WS-PRINT-COUNT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'QUOTES PRINTED ' WS-PRINT-COUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           IF WS-PRINT-COUNT = ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE PRINT ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-QUOTE-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-QUOTE-COUNT >= 3000
                 READ QUOTE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-QUOTE-COUNT
                       MOVE QUOTE-RECORD
                          TO WS-QTE-DATA(WS-QUOTE-COUNT)
                       MOVE 'N' TO WS-QTE-PRINTED(WS-QUOTE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE QUOTE-FILE
           ELSE
              DISPLAY 'ERROR OPENING quote.dat, STATUS: '
                 WS-QUOTE-STATUS
           END-IF.
       LOAD-CUSTOMER-TABLE.
      * WITHOUT CUSTOMER.DAT THE QUOTES STILL PRINT, BY ID ONLY.
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
              DISPLAY 'NO CUSTOMER.DAT - QUOTES PRINT WITHOUT '
                 'ADDRESSES, STATUS: ' WS-CUSTFILE-STATUS
           END-IF.
       STORE-CUSTOMER.
           MOVE IDNUM      TO WS-CUS-IDNUM(WS-CUST-COUNT)
           MOVE SPACES     TO NAMEFMT-PARMS
           MOVE FIRSTNAME  TO NF-FIRST-NAME
           MOVE LASTNAME   TO NF-LAST-NAME
           CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
              ON EXCEPTION MOVE CUSTNAME TO NF-FIRST-LAST
           END-CALL
           MOVE NF-FIRST-LAST TO WS-CUS-NAME(WS-CUST-COUNT)
           MOVE ADDR-LINE1 TO WS-CUS-ADDR-LINE1(WS-CUST-COUNT)
           MOVE ADDR-CITY  TO WS-CUS-CITY(WS-CUST-COUNT)
           MOVE ADDR-STATE TO WS-CUS-STATE(WS-CUST-COUNT)
           MOVE ADDR-ZIP   TO WS-CUS-ZIP(WS-CUST-COUNT).
       PRINT-ONE-QUOTE.
      * THE FIRST LINE OF A QUOTE STILL TO PRINT OPENS THE DOCUMENT;
      * ALL ITS LINES ARE SWEPT ONTO IT WHEREVER THEY SIT IN THE
      * FILE.
           MOVE WS-QTE-DATA(WS-QUOTE-IDX) TO QUOTE-RECORD
           IF WS-QTE-PRINTED(WS-QUOTE-IDX) = 'N'
              AND ((WS-REPRINT-QUOTE = ZERO
                    AND QTE-QUOTE-DATE = WS-CURRENT-DATE)
               OR (WS-REPRINT-QUOTE NOT = ZERO
                   AND QTE-QUOTE-NUM = WS-REPRINT-QUOTE))
              MOVE QTE-QUOTE-NUM TO WS-CURRENT-QUOTE
              MOVE ZERO TO WS-QUOTE-TOTAL
              WRITE PRINT-LINE FROM QTE-HEADING
              MOVE QTE-QUOTE-NUM  TO PRN-QUOTE-NUMBER
              MOVE QTE-QUOTE-DATE TO PRN-QUOTE-DATE
              MOVE QTE-VALID-DATE TO PRN-VALID-DATE
              MOVE QTE-VALID-DATE TO PRN-TERMS-DATE
              WRITE PRINT-LINE FROM QTE-NUMBER-LINE
              MOVE QTE-IDNUM TO PRN-IDNUM
              WRITE PRINT-LINE FROM QTE-CUSTOMER-LINE
              WRITE PRINT-LINE FROM BLANK-LINE
              PERFORM WRITE-CUSTOMER-ADDRESS
              WRITE PRINT-LINE FROM BLANK-LINE
              WRITE PRINT-LINE FROM QTE-COLUMN-LINE
              PERFORM SWEEP-QUOTE-LINES
                 VARYING WS-SCAN-IDX FROM WS-QUOTE-IDX BY 1
                 UNTIL WS-SCAN-IDX > WS-QUOTE-COUNT
              MOVE WS-QUOTE-TOTAL TO PRN-QUOTE-TOTAL
              WRITE PRINT-LINE FROM QTE-TOTAL-LINE
              WRITE PRINT-LINE FROM BLANK-LINE
              WRITE PRINT-LINE FROM QTE-TERMS-LINE
              WRITE PRINT-LINE FROM QTE-FOOTING
              WRITE PRINT-LINE FROM BLANK-LINE
              ADD 1 TO WS-PRINT-COUNT
           END-IF.
       WRITE-CUSTOMER-ADDRESS.
           MOVE ZERO TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUS-IDNUM(WS-CUST-IDX) = QTE-IDNUM
                 MOVE WS-CUST-IDX TO WS-CUST-FOUND
              END-IF
           END-PERFORM
           IF WS-CUST-FOUND = ZERO
              MOVE '** CUSTOMER NOT ON FILE **' TO PRN-ADDR-TEXT
              WRITE PRINT-LINE FROM QTE-ADDRESS-LINE
           ELSE
              MOVE WS-CUS-NAME(WS-CUST-FOUND) TO PRN-ADDR-TEXT
              WRITE PRINT-LINE FROM QTE-ADDRESS-LINE
              MOVE WS-CUS-ADDR-LINE1(WS-CUST-FOUND) TO PRN-ADDR-TEXT
              WRITE PRINT-LINE FROM QTE-ADDRESS-LINE
              MOVE WS-CUS-CITY(WS-CUST-FOUND)  TO PRN-CITY
              MOVE WS-CUS-STATE(WS-CUST-FOUND) TO PRN-STATE
              MOVE WS-CUS-ZIP(WS-CUST-FOUND)   TO PRN-ZIP
              WRITE PRINT-LINE FROM QTE-CSZ-LINE
           END-IF.
       SWEEP-QUOTE-LINES.
           MOVE WS-QTE-DATA(WS-SCAN-IDX) TO QUOTE-RECORD
           IF QTE-QUOTE-NUM = WS-CURRENT-QUOTE
              MOVE QTE-LINE-NUM   TO PRN-LINE
              MOVE QTE-PRODNAME   TO PRN-PRODNAME
              MOVE QTE-SIZE       TO PRN-SIZE
              MOVE QTE-QTY        TO PRN-QTY
              MOVE QTE-UNIT-PRICE TO PRN-PRICE
              COMPUTE WS-LINE-VALUE = QTE-QTY * QTE-UNIT-PRICE
              MOVE WS-LINE-VALUE  TO PRN-VALUE
              ADD WS-LINE-VALUE   TO WS-QUOTE-TOTAL
              WRITE PRINT-LINE FROM QTE-ITEM-LINE
              MOVE 'Y' TO WS-QTE-PRINTED(WS-SCAN-IDX)
           END-IF.
       END PROGRAM QTEPRT.
