       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ARSTMT.
      ***************************************
      * MONTHLY CUSTOMER STATEMENT OF ACCOUNT FROM THE RECEIVABLES
      * LEDGER ARLEDGER.DAT. ONE STATEMENT PER CUSTOMER WITH AN
      * OPENING BALANCE OR ACTIVITY IN THE MONTH, WRITTEN TO
      * arstmt.rpt:
      *   - THE NAMEFMT NAME AND ADDRESS AT THE WINDOW-ENVELOPE
      *     INDENT ORDSTMT USES
      *   - THE OPENING BALANCE AT THE START OF THE MONTH
      *   - EVERY INV, FIN, PAY, CRM, WOF, UAC AND UAP POSTING
      *     DATED IN THE MONTH, IN DATE ORDER, WITH A RUNNING BALANCE
      *   - THE CLOSING BALANCE AT MONTH END
      *   - AN AGING FOOTER IN THE ARAGE BUCKETS (CURRENT, 1-30,
      *     31-60, OVER 60 DAYS PAST DUE), NETTING EACH INVOICE BY
      *     LGR-REF THE WAY ARAGE DOES AND AGING IT FROM ITS DUE
      *     DATE ON INVOICE.DAT (NET 30 FROM ITS OWN DATE WHEN THERE
      *     IS NONE) TO THE STATEMENT DATE
      *
      * COMMAND LINE: STATEMENT MONTH (YYYYMM). BLANK RUNS THE
      * CURRENT MONTH. GROUP, ALONE OR AFTER THE MONTH, ROLLS EACH
      * BRANCH ON custlink.dat UP INTO ITS PARENT'S STATEMENT: THE
      * BRANCH'S POSTINGS ARE SHOWN THERE WITH THE BRANCH IDNUM, IN
      * THE PARENT'S BALANCES AND AGING, AND THE BRANCH GETS NO
      * STATEMENT OF ITS OWN.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT OPTIONAL LINK-FILE ASSIGN TO "custlink.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LINK-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO "arstmt.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
          02 LGR-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 LGR-TYPE             PIC X(3).
          02 FILLER               PIC X.
          02 LGR-REF              PIC 9(6).
          02 FILLER               PIC X.
          02 LGR-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 LGR-AMOUNT           PIC 9(7)V99.
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
       FD LINK-FILE.
           COPY CLKREC.
       FD INVOICE-FILE.
       01 INVOICE-RECORD.
          02 INV-NUMBER           PIC 9(6).
          02 FILLER               PIC X.
          02 INV-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 INV-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 INV-AMOUNT           PIC 9(7)V99.
          02 FILLER               PIC X.
          02 INV-TAX              PIC 9(7)V99.
          02 FILLER               PIC X.
          02 INV-DUE-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 INV-DISC-DATE        PIC 9(8).
          02 FILLER               PIC X.
          02 INV-DISC-AMOUNT      PIC 9(7)V99.
          02 FILLER               PIC X.
          02 INV-FREIGHT          PIC 9(5)V99.
       FD STATEMENT-REPORT.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(20) VALUE
          'STATEMENT OF ACCOUNT'.
       01 STATEMENT-DATE-LINE.
          02 FILLER               PIC X(16) VALUE 'STATEMENT DATE  '.
          02 PRN-STMT-DATE        PIC 9(8).
          02 FILLER               PIC X(12) VALUE '  CUSTOMER  '.
          02 PRN-IDNUM            PIC 9(5).
      * THE NAME/ADDRESS BLOCK IS PLACED AT A FIXED INDENT SO IT
      * LANDS IN THE ENVELOPE WINDOW.
       01 ADDRESS-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-ADDR-TEXT        PIC X(51).
       01 CITY-STATE-ZIP-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-CITY             PIC X(15).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-STATE            PIC X(02).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-ZIP              PIC X(10).
       01 BALANCE-LINE.
          02 PRN-BALANCE-LABEL    PIC X(20).
          02 FILLER               PIC X(36) VALUE SPACES.
          02 PRN-BALANCE          PIC ZZZZZZZ9.99-.
       01 COLUMN-LINE.
          02 FILLER               PIC X(36) VALUE
             'DATE      DESCRIPTION   REFERENCE   '.
          02 FILLER               PIC X(31) VALUE
             'CHARGES     CREDITS     BALANCE'.
          02 FILLER               PIC X(07) VALUE ' BRANCH'.
       01 POSTING-LINE.
          02 PRN-POST-DATE        PIC 9(8).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-POST-DESC        PIC X(12).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-POST-REF         PIC 9(6).
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-CHARGE           PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-CREDIT           PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-RUNNING          PIC ZZZZZZZ9.99-.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-POST-BRANCH      PIC X(05).
       01 GROUP-NOTE-LINE         PIC X(50) VALUE
          'GROUP STATEMENT - INCLUDES THE BRANCH ACCOUNTS'.
       01 AGING-HEADING.
          02 FILLER               PIC X(36) VALUE
             '     CURRENT        1-30       31-60'.
          02 FILLER               PIC X(12) VALUE
             '     OVER 60'.
       01 AGING-LINE.
          02 AGING-COLUMN OCCURS 4 TIMES.
             03 FILLER            PIC X.
             03 PRN-AGE-BUCKET    PIC ZZZZZZZ9.99.
       01 PAGE-FOOTING            PIC X(16) VALUE 'END OF STATEMENT'.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'STATEMENTS PRINTED:  '.
          02 PRN-STMT-COUNT       PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-LINK-STATUS          PIC X(2).
       01 WS-INVOICE-STATUS       PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(20).
       01 WS-ARG-1                PIC X(8).
       01 WS-ARG-2                PIC X(8).
       01 WS-GROUP-MODE           PIC X VALUE 'N'.
      * BRANCH TO PARENT LINKS, READ ONLY FOR A GROUP RUN.
       01 WS-LINK-TABLE.
          02 WS-LINK-ENTRY OCCURS 1000 TIMES.
             03 WS-CLK-IDNUM      PIC 9(5).
             03 WS-CLK-PARENT     PIC 9(5).
       01 WS-LINK-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-LINK-IDX             PIC 9(4) VALUE ZERO.
       01 WS-IS-BRANCH            PIC X VALUE 'N'.
       01 WS-IS-PARENT            PIC X VALUE 'N'.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-STMT-MONTH           PIC 9(6).
       01 WS-STMT-MONTH-R REDEFINES WS-STMT-MONTH.
          05 WS-STMT-YYYY         PIC 9(4).
          05 WS-STMT-MM           PIC 9(2).
       01 WS-MONTH-START          PIC 9(8).
       01 WS-MONTH-END            PIC 9(8).
       01 WS-NEXT-YYYY            PIC 9(4).
       01 WS-NEXT-MM              PIC 9(2).
       01 WS-CUST-TABLE.
          02 WS-CUST-ENTRY OCCURS 1000 TIMES.
             03 WS-CUST-DATA      PIC X(102).
       01 WS-CUST-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX             PIC 9(4) VALUE ZERO.
      * THE WHOLE LEDGER IN STORAGE; EACH CUSTOMER'S STATEMENT IS
      * BUILT FROM IT. ON A GROUP RUN A BRANCH'S POSTING IS FILED
      * UNDER THE PARENT, WITH THE BRANCH KEPT ALONGSIDE.
       01 WS-LEDGER-TABLE.
          02 WS-LEDGER-ENTRY OCCURS 5000 TIMES.
             03 WS-LG-IDNUM       PIC 9(5).
             03 WS-LG-BRANCH      PIC 9(5).
             03 WS-LG-TYPE        PIC X(3).
             03 WS-LG-REF         PIC 9(6).
             03 WS-LG-DATE        PIC 9(8).
             03 WS-LG-AMOUNT      PIC 9(7)V99.
       01 WS-LEDGER-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-LEDGER-IDX           PIC 9(4) VALUE ZERO.
      * THE CUSTOMER'S POSTINGS IN THE MONTH, SORTED INTO DATE
      * ORDER BY INSERTION, THE WAY PICKLIST SORTS ITS PICK LINES.
       01 WS-MONTH-TABLE.
          02 WS-MONTH-ENTRY OCCURS 500 TIMES.
             03 WS-MN-LEDGER-IDX  PIC 9(4).
             03 WS-MN-DATE        PIC 9(8).
       01 WS-MONTH-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-MONTH-IDX            PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX             PIC 9(3) VALUE ZERO.
       01 WS-HOLD-ENTRY           PIC X(12).
      * THE CUSTOMER'S INVOICES NETTED BY REFERENCE FOR THE AGING.
       01 WS-AGE-TABLE.
          02 WS-AGE-ENTRY OCCURS 500 TIMES.
             03 WS-AG-REF         PIC 9(6).
             03 WS-AG-DATE        PIC 9(8).
             03 WS-AG-BALANCE     PIC S9(8)V99.
       01 WS-AGE-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-AGE-IDX              PIC 9(3) VALUE ZERO.
       01 WS-AGE-FOUND            PIC 9(3) VALUE ZERO.
       01 WS-BUCKET-IDX           PIC 9 VALUE ZERO.
       01 WS-BUCKET-TOTALS.
          05 WS-BUCKET-TOTAL      PIC S9(9)V99 OCCURS 4 TIMES.
       01 WS-AGE-DAYS             PIC S9(7) VALUE ZERO.
      * DUE DATE OF EVERY INVOICE ON INVOICE.DAT THAT CARRIES ONE.
       01 WS-DUE-TABLE.
          02 WS-DUE-ENTRY OCCURS 5000 TIMES.
             03 WS-DU-INVOICE     PIC 9(6).
             03 WS-DU-DATE        PIC 9(8).
       01 WS-DUE-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-DUE-IDX              PIC 9(4) VALUE ZERO.
       01 WS-DUE-DATE             PIC 9(8) VALUE ZERO.
       01 WS-SIGNED-AMOUNT        PIC S9(8)V99 VALUE ZERO.
       01 WS-OPENING-BALANCE      PIC S9(9)V99 VALUE ZERO.
       01 WS-RUNNING-BALANCE      PIC S9(9)V99 VALUE ZERO.
       01 WS-ACTIVE               PIC X VALUE 'N'.
       01 WS-STMT-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-NAMEFMT-PROG         PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME         PIC X(20).
          05 NF-LAST-NAME          PIC X(30).
          05 NF-LAST-FIRST         PIC X(52).
          05 NF-FIRST-LAST         PIC X(51).
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
           DISPLAY 'ARSTMT - MONTHLY STATEMENT OF ACCOUNT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-1 WS-ARG-2
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
              INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           IF WS-ARG-1(1:6) IS NUMERIC
              MOVE WS-ARG-1(1:6) TO WS-STMT-MONTH
           ELSE
              MOVE WS-CURRENT-DATE(1:6) TO WS-STMT-MONTH
           END-IF
           IF WS-ARG-1 = 'GROUP' OR WS-ARG-2 = 'GROUP'
              MOVE 'Y' TO WS-GROUP-MODE
              PERFORM LOAD-LINK-TABLE
              DISPLAY 'GROUP STATEMENTS - BRANCHES ROLLED UP: '
                 WS-LINK-COUNT
           END-IF
           PERFORM SET-MONTH-LIMITS
           DISPLAY 'STATEMENT PERIOD ' WS-MONTH-START
              ' TO ' WS-MONTH-END
           PERFORM LOAD-CUSTOMERS
           IF WS-CUST-COUNT = ZERO
              DISPLAY 'NO CUSTOMERS ON FILE - NO STATEMENTS'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-LEDGER
           PERFORM LOAD-DUE-DATES
           IF WS-LEDGER-COUNT = ZERO
              DISPLAY 'NO LEDGER POSTINGS - NO STATEMENTS'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT STATEMENT-REPORT
           PERFORM WRITE-ONE-STATEMENT
              VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
           MOVE WS-STMT-COUNT TO PRN-STMT-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE STATEMENT-REPORT
           DISPLAY 'STATEMENTS PRINTED: ' WS-STMT-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
       SET-MONTH-LIMITS.
      * MONTH END IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH,
      * WORKED OUT BY THE SHARED DATE ROUTINE.
           COMPUTE WS-MONTH-START = WS-STMT-MONTH * 100 + 1
           IF WS-STMT-MM >= 12
              COMPUTE WS-NEXT-YYYY = WS-STMT-YYYY + 1
              MOVE 1 TO WS-NEXT-MM
           ELSE
              MOVE WS-STMT-YYYY TO WS-NEXT-YYYY
              COMPUTE WS-NEXT-MM = WS-STMT-MM + 1
           END-IF
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'ADD' TO DU-FUNCTION
           STRING WS-NEXT-YYYY '-' WS-NEXT-MM '-01'
              DELIMITED BY SIZE INTO DU-DATE-1
           MOVE -1 TO DU-DAYS
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           IF DU-RC = ZERO
              STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                 DU-RESULT-DATE(9:2)
                 DELIMITED BY SIZE INTO WS-MONTH-END
           ELSE
              COMPUTE WS-MONTH-END = WS-STMT-MONTH * 100 + 31
           END-IF.
       LOAD-LINK-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-LINK-COUNT >= 1000
                 READ LINK-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LINK-COUNT
                       MOVE CLK-IDNUM
                          TO WS-CLK-IDNUM(WS-LINK-COUNT)
                       MOVE CLK-PARENT
                          TO WS-CLK-PARENT(WS-LINK-COUNT)
                 END-READ
              END-PERFORM
              CLOSE LINK-FILE
           END-IF.
       LOAD-CUSTOMERS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CUSTOMERDATA
                          TO WS-CUST-DATA(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF
           DISPLAY 'CUSTOMERS LOADED: ' WS-CUST-COUNT.
       LOAD-LEDGER.
      * POSTINGS AFTER THE STATEMENT MONTH PLAY NO PART IN IT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY 'NO ARLEDGER.DAT, STATUS: ' WS-LEDGER-STATUS
           ELSE
              PERFORM UNTIL WS-EOF OR WS-LEDGER-COUNT >= 5000
                 READ LEDGER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF LGR-DATE <= WS-MONTH-END
                          ADD 1 TO WS-LEDGER-COUNT
                          MOVE LGR-IDNUM
                             TO WS-LG-IDNUM(WS-LEDGER-COUNT)
                          MOVE LGR-IDNUM
                             TO WS-LG-BRANCH(WS-LEDGER-COUNT)
                          PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                             UNTIL WS-LINK-IDX > WS-LINK-COUNT
                             IF WS-CLK-IDNUM(WS-LINK-IDX) = LGR-IDNUM
                                MOVE WS-CLK-PARENT(WS-LINK-IDX)
                                   TO WS-LG-IDNUM(WS-LEDGER-COUNT)
                             END-IF
                          END-PERFORM
                          MOVE LGR-TYPE
                             TO WS-LG-TYPE(WS-LEDGER-COUNT)
                          MOVE LGR-REF
                             TO WS-LG-REF(WS-LEDGER-COUNT)
                          MOVE LGR-DATE
                             TO WS-LG-DATE(WS-LEDGER-COUNT)
                          MOVE LGR-AMOUNT
                             TO WS-LG-AMOUNT(WS-LEDGER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF
           DISPLAY 'POSTINGS LOADED:  ' WS-LEDGER-COUNT.
       LOAD-DUE-DATES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-DUE-COUNT >= 5000
                 READ INVOICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF INV-DUE-DATE IS NUMERIC
                          AND INV-DUE-DATE > ZERO
                          ADD 1 TO WS-DUE-COUNT
                          MOVE INV-NUMBER
                             TO WS-DU-INVOICE(WS-DUE-COUNT)
                          MOVE INV-DUE-DATE
                             TO WS-DU-DATE(WS-DUE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       WRITE-ONE-STATEMENT.
           MOVE WS-CUST-DATA(WS-CUST-IDX) TO CUSTOMERDATA
           MOVE ZERO TO WS-OPENING-BALANCE WS-MONTH-COUNT
           MOVE ZERO TO WS-AGE-COUNT
           MOVE 'N' TO WS-ACTIVE
           PERFORM CHECK-GROUP-MEMBER
      * ON A GROUP RUN A BRANCH'S POSTINGS ARE ALL UNDER ITS PARENT.
           IF WS-IS-BRANCH = 'N'
              PERFORM GATHER-ONE-POSTING
                 VARYING WS-LEDGER-IDX FROM 1 BY 1
                 UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
           END-IF
      * A CUSTOMER WITH NOTHING OWING AND NOTHING POSTED IN THE
      * MONTH GETS NO STATEMENT.
           IF WS-OPENING-BALANCE NOT = ZERO OR WS-MONTH-COUNT > ZERO
              MOVE 'Y' TO WS-ACTIVE
           END-IF
           IF WS-ACTIVE = 'Y'
              PERFORM PRINT-STATEMENT
           END-IF.
       CHECK-GROUP-MEMBER.
           MOVE 'N' TO WS-IS-BRANCH WS-IS-PARENT
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX > WS-LINK-COUNT
              IF WS-CLK-IDNUM(WS-LINK-IDX) = IDNUM
                 MOVE 'Y' TO WS-IS-BRANCH
              END-IF
              IF WS-CLK-PARENT(WS-LINK-IDX) = IDNUM
                 MOVE 'Y' TO WS-IS-PARENT
              END-IF
           END-PERFORM.
       GATHER-ONE-POSTING.
           IF WS-LG-IDNUM(WS-LEDGER-IDX) = IDNUM
              PERFORM SET-SIGNED-AMOUNT
              IF WS-LG-DATE(WS-LEDGER-IDX) < WS-MONTH-START
                 ADD WS-SIGNED-AMOUNT TO WS-OPENING-BALANCE
              ELSE
                 PERFORM ADD-MONTH-POSTING
              END-IF
              PERFORM NET-AGE-POSTING
           END-IF.
       SET-SIGNED-AMOUNT.
      * INV AND FIN DEBIT THE CUSTOMER; PAY, CRM, WOF AND DSC
      * CREDIT THEM. UNAPPLIED CASH (UAC) CREDITS THEM TOO UNTIL IT IS
      * APPLIED, WHEN THE UAP LINE TAKES IT BACK AGAINST THE PAY.
      * ANY OTHER TYPE IS LEFT OUT OF THE BALANCE, AS ARAGE LEAVES
      * IT OUT.
           EVALUATE WS-LG-TYPE(WS-LEDGER-IDX)
              WHEN 'INV'
              WHEN 'FIN'
              WHEN 'UAP'
                 MOVE WS-LG-AMOUNT(WS-LEDGER-IDX) TO WS-SIGNED-AMOUNT
              WHEN 'PAY'
              WHEN 'CRM'
              WHEN 'WOF'
              WHEN 'DSC'
              WHEN 'UAC'
                 COMPUTE WS-SIGNED-AMOUNT =
                    0 - WS-LG-AMOUNT(WS-LEDGER-IDX)
              WHEN OTHER
                 MOVE ZERO TO WS-SIGNED-AMOUNT
           END-EVALUATE.
       ADD-MONTH-POSTING.
      * INSERTION INTO DATE ORDER; EQUAL DATES KEEP FILE ORDER.
           IF WS-MONTH-COUNT < 500
              ADD 1 TO WS-MONTH-COUNT
              MOVE WS-MONTH-COUNT TO WS-MONTH-IDX
              PERFORM UNTIL WS-MONTH-IDX = 1
                 OR WS-MN-DATE(WS-MONTH-IDX - 1)
                    <= WS-LG-DATE(WS-LEDGER-IDX)
                 MOVE WS-MONTH-ENTRY(WS-MONTH-IDX - 1)
                    TO WS-MONTH-ENTRY(WS-MONTH-IDX)
                 SUBTRACT 1 FROM WS-MONTH-IDX
              END-PERFORM
              MOVE WS-LEDGER-IDX TO WS-MN-LEDGER-IDX(WS-MONTH-IDX)
              MOVE WS-LG-DATE(WS-LEDGER-IDX)
                 TO WS-MN-DATE(WS-MONTH-IDX)
           END-IF.
       NET-AGE-POSTING.
           MOVE ZERO TO WS-AGE-FOUND
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
              UNTIL WS-AGE-IDX > WS-AGE-COUNT
              IF WS-AG-REF(WS-AGE-IDX) = WS-LG-REF(WS-LEDGER-IDX)
                 MOVE WS-AGE-IDX TO WS-AGE-FOUND
              END-IF
           END-PERFORM
           IF WS-AGE-FOUND = ZERO AND WS-AGE-COUNT < 500
              ADD 1 TO WS-AGE-COUNT
              MOVE WS-AGE-COUNT TO WS-AGE-FOUND
              MOVE WS-LG-REF(WS-LEDGER-IDX)
                 TO WS-AG-REF(WS-AGE-FOUND)
              MOVE WS-LG-DATE(WS-LEDGER-IDX)
                 TO WS-AG-DATE(WS-AGE-FOUND)
              MOVE ZERO TO WS-AG-BALANCE(WS-AGE-FOUND)
           END-IF
           IF WS-AGE-FOUND > ZERO
              ADD WS-SIGNED-AMOUNT TO WS-AG-BALANCE(WS-AGE-FOUND)
      * THE INVOICE POSTING, NOT A LATER CREDIT, DATES THE AGE.
              IF WS-LG-TYPE(WS-LEDGER-IDX) = 'INV'
                 MOVE WS-LG-DATE(WS-LEDGER-IDX)
                    TO WS-AG-DATE(WS-AGE-FOUND)
              END-IF
           END-IF.
       PRINT-STATEMENT.
           WRITE PRINT-LINE FROM PAGE-HEADING
           MOVE WS-MONTH-END TO PRN-STMT-DATE
           MOVE IDNUM TO PRN-IDNUM
           WRITE PRINT-LINE FROM STATEMENT-DATE-LINE
           IF WS-IS-PARENT = 'Y'
              WRITE PRINT-LINE FROM GROUP-NOTE-LINE
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM WRITE-ADDRESS-BLOCK
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE 'OPENING BALANCE' TO PRN-BALANCE-LABEL
           MOVE WS-OPENING-BALANCE TO PRN-BALANCE
           WRITE PRINT-LINE FROM BALANCE-LINE
           WRITE PRINT-LINE FROM COLUMN-LINE
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           PERFORM PRINT-ONE-POSTING
              VARYING WS-MONTH-IDX FROM 1 BY 1
              UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           MOVE 'CLOSING BALANCE' TO PRN-BALANCE-LABEL
           MOVE WS-RUNNING-BALANCE TO PRN-BALANCE
           WRITE PRINT-LINE FROM BALANCE-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM PRINT-AGING-FOOTER
           WRITE PRINT-LINE FROM PAGE-FOOTING
           WRITE PRINT-LINE FROM BLANK-LINE
           ADD 1 TO WS-STMT-COUNT.
       WRITE-ADDRESS-BLOCK.
           MOVE SPACES    TO NAMEFMT-PARMS
           MOVE FIRSTNAME TO NF-FIRST-NAME
           MOVE LASTNAME  TO NF-LAST-NAME
           CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
              ON EXCEPTION MOVE CUSTNAME TO NF-FIRST-LAST
           END-CALL
           MOVE NF-FIRST-LAST TO PRN-ADDR-TEXT
           WRITE PRINT-LINE FROM ADDRESS-LINE
           MOVE ADDR-LINE1 TO PRN-ADDR-TEXT
           WRITE PRINT-LINE FROM ADDRESS-LINE
           MOVE ADDR-CITY  TO PRN-CITY
           MOVE ADDR-STATE TO PRN-STATE
           MOVE ADDR-ZIP   TO PRN-ZIP
           WRITE PRINT-LINE FROM CITY-STATE-ZIP-LINE.
       PRINT-ONE-POSTING.
           MOVE WS-MN-LEDGER-IDX(WS-MONTH-IDX) TO WS-LEDGER-IDX
           PERFORM SET-SIGNED-AMOUNT
           ADD WS-SIGNED-AMOUNT TO WS-RUNNING-BALANCE
           MOVE WS-LG-DATE(WS-LEDGER-IDX) TO PRN-POST-DATE
           MOVE WS-LG-REF(WS-LEDGER-IDX)  TO PRN-POST-REF
           MOVE ZERO TO PRN-CHARGE PRN-CREDIT
           IF WS-LG-BRANCH(WS-LEDGER-IDX) = WS-LG-IDNUM(WS-LEDGER-IDX)
              MOVE SPACES TO PRN-POST-BRANCH
           ELSE
              MOVE WS-LG-BRANCH(WS-LEDGER-IDX) TO PRN-POST-BRANCH
           END-IF
           EVALUATE WS-LG-TYPE(WS-LEDGER-IDX)
              WHEN 'INV'
                 MOVE 'INVOICE'     TO PRN-POST-DESC
                 MOVE WS-LG-AMOUNT(WS-LEDGER-IDX) TO PRN-CHARGE
              WHEN 'FIN'
                 MOVE 'FINANCE CHG' TO PRN-POST-DESC
                 MOVE WS-LG-AMOUNT(WS-LEDGER-IDX) TO PRN-CHARGE
              WHEN 'PAY'
                 MOVE 'PAYMENT'     TO PRN-POST-DESC
                 MOVE WS-LG-AMOUNT(WS-LEDGER-IDX) TO PRN-CREDIT
              WHEN 'CRM'
                 MOVE 'CREDIT MEMO' TO PRN-POST-DESC
                 MOVE WS-LG-AMOUNT(WS-LEDGER-IDX) TO PRN-CREDIT
              WHEN 'WOF'
                 MOVE 'WRITE-OFF'   TO PRN-POST-DESC
                 MOVE WS-LG-AMOUNT(WS-LEDGER-IDX) TO PRN-CREDIT
              WHEN 'DSC'
                 MOVE 'DISCOUNT'    TO PRN-POST-DESC
                 MOVE WS-LG-AMOUNT(WS-LEDGER-IDX) TO PRN-CREDIT
              WHEN 'UAC'
                 MOVE 'UNAPPLIED'   TO PRN-POST-DESC
                 MOVE WS-LG-AMOUNT(WS-LEDGER-IDX) TO PRN-CREDIT
              WHEN 'UAP'
                 MOVE 'CASH APPLIED' TO PRN-POST-DESC
                 MOVE WS-LG-AMOUNT(WS-LEDGER-IDX) TO PRN-CHARGE
              WHEN OTHER
                 MOVE WS-LG-TYPE(WS-LEDGER-IDX) TO PRN-POST-DESC
           END-EVALUATE
           MOVE WS-RUNNING-BALANCE TO PRN-RUNNING
           WRITE PRINT-LINE FROM POSTING-LINE.
       PRINT-AGING-FOOTER.
           MOVE ZERO TO WS-BUCKET-TOTAL(1) WS-BUCKET-TOTAL(2)
           MOVE ZERO TO WS-BUCKET-TOTAL(3) WS-BUCKET-TOTAL(4)
           PERFORM AGE-ONE-INVOICE
              VARYING WS-AGE-IDX FROM 1 BY 1
              UNTIL WS-AGE-IDX > WS-AGE-COUNT
           MOVE SPACES TO AGING-LINE
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > 4
              MOVE WS-BUCKET-TOTAL(WS-BUCKET-IDX)
                 TO PRN-AGE-BUCKET(WS-BUCKET-IDX)
           END-PERFORM
           WRITE PRINT-LINE FROM AGING-HEADING
           WRITE PRINT-LINE FROM AGING-LINE.
       AGE-ONE-INVOICE.
      * DAYS PAST DUE AT THE STATEMENT DATE, IN THE ARAGE BUCKETS;
      * AN UNDATEABLE LINE AGES INTO THE OLDEST BUCKET.
           IF WS-AG-BALANCE(WS-AGE-IDX) > ZERO
              PERFORM SET-DUE-DATE
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'DIFF' TO DU-FUNCTION
              STRING WS-DUE-DATE(1:4) '-' WS-DUE-DATE(5:2) '-'
                 WS-DUE-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              STRING WS-MONTH-END(1:4) '-' WS-MONTH-END(5:2)
                 '-' WS-MONTH-END(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-2
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 MOVE DU-DAYS TO WS-AGE-DAYS
              ELSE
                 MOVE 9999 TO WS-AGE-DAYS
              END-IF
              EVALUATE TRUE
                 WHEN WS-AGE-DAYS <= 0
                    MOVE 1 TO WS-BUCKET-IDX
                 WHEN WS-AGE-DAYS <= 30
                    MOVE 2 TO WS-BUCKET-IDX
                 WHEN WS-AGE-DAYS <= 60
                    MOVE 3 TO WS-BUCKET-IDX
                 WHEN OTHER
                    MOVE 4 TO WS-BUCKET-IDX
              END-EVALUATE
              ADD WS-AG-BALANCE(WS-AGE-IDX)
                 TO WS-BUCKET-TOTAL(WS-BUCKET-IDX)
           END-IF.
       SET-DUE-DATE.
      * THE DUE DATE INVBILL STAMPED; WITHOUT ONE (AN OLDER INVOICE,
      * A FINANCE CHARGE OR CASH REFERENCE) THE ITEM IS DUE NET 30
      * FROM ITS OWN DATE, AS IN ARAGE.
           MOVE ZERO TO WS-DUE-DATE
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
              UNTIL WS-DUE-IDX > WS-DUE-COUNT
              IF WS-DU-INVOICE(WS-DUE-IDX) = WS-AG-REF(WS-AGE-IDX)
                 MOVE WS-DU-DATE(WS-DUE-IDX) TO WS-DUE-DATE
              END-IF
           END-PERFORM
           IF WS-DUE-DATE = ZERO
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'ADD' TO DU-FUNCTION
              STRING WS-AG-DATE(WS-AGE-IDX)(1:4) '-'
                 WS-AG-DATE(WS-AGE-IDX)(5:2) '-'
                 WS-AG-DATE(WS-AGE-IDX)(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              MOVE 30 TO DU-DAYS
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                    DU-RESULT-DATE(9:2)
                    DELIMITED BY SIZE INTO WS-DUE-DATE
              END-IF
           END-IF.
       END PROGRAM ARSTMT.
