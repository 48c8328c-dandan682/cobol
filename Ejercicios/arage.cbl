      ***************************************
      * RECEIVABLES AGING REPORT. WALKS ARLEDGER.DAT, NETS EVERY
      * INVOICE AGAINST ITS PAYMENTS AND CREDIT MEMOS BY REFERENCE
      * NUMBER, AND AGES THE OPEN BALANCES BY DAYS PAST DUE INTO
      * CURRENT (NOT YET DUE) / 1-30 / 31-60 / OVER 60 BUCKETS,
      * USING THE SHARED DATEUTIL DIFF FUNCTION FOR THE DAY COUNT.
      * THE DUE DATE IS THE ONE INVBILL STAMPED ON INVOICE.DAT
      * FROM THE CUSTOMER'S TERMS; AN INVOICE WITHOUT ONE IS DUE
      * NET 30 FROM ITS INVOICE DATE. TOTALS PER CUSTOMER AND PER
      * BUCKET. FIN FINANCE CHARGES ADD TO THE
      * INVOICE THEY WERE RAISED ON; WOF WRITE-OFFS FROM WOPOST
      * RELIEVE IT LIKE A CREDIT MEMO. UNAPPLIED CASH (UAC, LESS
      * ANY UAP APPLIED) IS A CREDIT UNDER ITS OWN REFERENCE AND IS
      * NOT AGED. DSC DISCOUNTS TAKEN THROUGH ARPAY RELIEVE THE
      * INVOICE LIKE A PAYMENT.
      * COMMAND LINE GROUP LISTS EACH PARENT ACCOUNT ON custlink.dat
      * WITH ITS BRANCHES' INVOICES UNDER IT AND A GROUP SUBTOTAL
      * BY BUCKET; A CUSTOMER WITH NO BRANCHES IS A GROUP OF ONE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
           SELECT OPTIONAL LINK-FILE ASSIGN TO "custlink.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LINK-STATUS.
           SELECT AGING-REPORT ASSIGN TO "arage.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
          02 LGR-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 LGR-AMOUNT           PIC 9(7)V99.
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
       FD LINK-FILE.
           COPY CLKREC.
       FD AGING-REPORT.
       01 PRINT-LINE              PIC X(90).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(24) VALUE
          'RECEIVABLES AGING REPORT'.
       01 AGING-BASIS-LINE        PIC X(21) VALUE
          'AGED BY DAYS PAST DUE'.
       01 COLUMN-HEADING.
          02 FILLER               PIC X(25) VALUE
             'CUSTOMER INVOICE     OPEN'.
          02 FILLER               PIC X(11) VALUE '    CURRENT'.
          02 FILLER               PIC X(10) VALUE '      1-30'.
          02 FILLER               PIC X(10) VALUE '     31-60'.
          02 FILLER               PIC X(10) VALUE '   OVER 60'.
          02 FILLER               PIC X(10) VALUE '  DUE DATE'.
       01 AGING-DETAIL-LINE.
          02 PRN-IDNUM            PIC 9(5).
          02 FILLER               PIC X(03) VALUE SPACES.
          02 PRN-OPEN             PIC ZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-BUCKET           PIC ZZZZZZ9.99 OCCURS 4 TIMES.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-DUE-DATE         PIC 9(8).
       01 GROUP-HEADING           PIC X(25) VALUE
          'GROUPED BY PARENT ACCOUNT'.
       01 GROUP-TOTAL-LINE.
          02 FILLER               PIC X(06) VALUE 'GROUP '.
          02 PRN-GRP-IDNUM        PIC 9(5).
          02 FILLER               PIC X(04) VALUE SPACES.
          02 PRN-GRP-OPEN         PIC ZZZZZZ9.99.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-GRP-BUCKET       PIC ZZZZZZ9.99 OCCURS 4 TIMES.
       01 BUCKET-TOTAL-LINE.
          02 FILLER               PIC X(07) VALUE 'TOTALS '.
          02 FILLER               PIC X(08) VALUE SPACES.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(90) VALUE SPACES.
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-LINK-STATUS          PIC X(2).
       01 WS-INVOICE-STATUS       PIC X(2).
       01 WS-CMDLINE              PIC X(10).
       01 WS-GROUP-MODE           PIC X VALUE 'N'.
      * BRANCH TO PARENT LINKS, READ ONLY FOR A GROUP RUN.
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 1000 TIMES.
             10 WS-CLK-IDNUM      PIC 9(5).
             10 WS-CLK-PARENT     PIC 9(5).
       01 WS-LINK-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-LINK-IDX             PIC 9(4) VALUE ZERO.
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
      * OPEN BALANCE PER INVOICE, NETTED AS THE LEDGER IS READ.
             10 WS-INV-NUMBER     PIC 9(6).
             10 WS-INV-DATE       PIC 9(8).
             10 WS-INV-BALANCE    PIC S9(8)V99.
             10 WS-INV-DUE        PIC 9(8).
             10 WS-INV-GROUP      PIC 9(5).
             10 WS-INV-DONE       PIC X.
       01 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX          PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(4) VALUE ZERO.
          05 WS-BUCKET-TOTAL      PIC 9(9)V99 OCCURS 4 TIMES
                                  VALUE ZERO.
       01 WS-OPEN-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-GROUP-IDX            PIC 9(4) VALUE ZERO.
       01 WS-GROUP-IDNUM          PIC 9(5) VALUE ZERO.
       01 WS-GROUP-TOTALS.
          05 WS-GROUP-BUCKET      PIC 9(9)V99 OCCURS 4 TIMES
                                  VALUE ZERO.
       01 WS-GROUP-OPEN           PIC 9(9)V99 VALUE ZERO.
       01 WS-OPEN-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-AGE-DAYS             PIC S9(7) VALUE ZERO.
       01 WS-DUE-DATE             PIC 9(8) VALUE ZERO.
       01 WS-DATEUTIL-PROG        PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
       PROCEDURE DIVISION.
           DISPLAY 'ARAGE - RECEIVABLES AGING REPORT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:5) = 'GROUP'
              MOVE 'Y' TO WS-GROUP-MODE
              PERFORM LOAD-LINK-TABLE
              DISPLAY 'GROUPED BY PARENT - BRANCH LINKS: '
                 WS-LINK-COUNT
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY 'NO ARLEDGER.DAT - NOTHING TO AGE, STATUS: '
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           PERFORM LOAD-DUE-DATES
           PERFORM SET-INVOICE-GROUP
              VARYING WS-INVOICE-IDX FROM 1 BY 1
              UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
           OPEN OUTPUT AGING-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           IF WS-GROUP-MODE = 'Y'
              WRITE PRINT-LINE FROM GROUP-HEADING
           END-IF
           WRITE PRINT-LINE FROM AGING-BASIS-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING
           IF WS-GROUP-MODE = 'Y'
              PERFORM AGE-ONE-GROUP
                 VARYING WS-GROUP-IDX FROM 1 BY 1
                 UNTIL WS-GROUP-IDX > WS-INVOICE-COUNT
           ELSE
              PERFORM AGE-ONE-INVOICE
                 VARYING WS-INVOICE-IDX FROM 1 BY 1
                 UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-OPEN-TOTAL TO PRN-TOT-OPEN
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
           DISPLAY 'OPEN INVOICES: ' WS-OPEN-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
       LOAD-LINK-TABLE.
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
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-DUE-DATES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ INVOICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TAKE-ONE-DUE-DATE
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       TAKE-ONE-DUE-DATE.
           IF INV-DUE-DATE IS NUMERIC
              PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
                 UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
                 IF WS-INV-NUMBER(WS-INVOICE-IDX) = INV-NUMBER
                    MOVE INV-DUE-DATE TO WS-INV-DUE(WS-INVOICE-IDX)
                 END-IF
              END-PERFORM
           END-IF.
       NET-ONE-POSTING.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
              MOVE LGR-REF   TO WS-INV-NUMBER(WS-FOUND-IDX)
              MOVE LGR-DATE  TO WS-INV-DATE(WS-FOUND-IDX)
              MOVE ZERO      TO WS-INV-BALANCE(WS-FOUND-IDX)
              MOVE 'N'       TO WS-INV-DONE(WS-FOUND-IDX)
              MOVE ZERO      TO WS-INV-DUE(WS-FOUND-IDX)
           END-IF
           IF WS-FOUND-IDX > ZERO
              EVALUATE LGR-TYPE
                       TO WS-INV-BALANCE(WS-FOUND-IDX)
      * THE INVOICE POSTING, NOT A LATER CREDIT, DATES THE AGE.
                    MOVE LGR-DATE TO WS-INV-DATE(WS-FOUND-IDX)
      * A FINANCE CHARGE FROM FINCHG IS OWED ON THE INVOICE IT
      * NAMES BUT DOES NOT RE-DATE IT.
                 WHEN 'FIN'
                    ADD LGR-AMOUNT
                       TO WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'PAY'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'CRM'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'WOF'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'DSC'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
      * UNAPPLIED CASH FROM LBXIMP STANDS AS A CREDIT UNDER ITS OWN
      * REFERENCE UNTIL UAAPPLY TAKES IT BACK OFF (UAP).
                 WHEN 'UAC'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN 'UAP'
                    ADD LGR-AMOUNT
                       TO WS-INV-BALANCE(WS-FOUND-IDX)
                 WHEN OTHER
                    DISPLAY 'UNKNOWN LEDGER TYPE SKIPPED: '
                       LEDGER-RECORD
              MOVE WS-INV-IDNUM(WS-INVOICE-IDX)   TO PRN-IDNUM
              MOVE WS-INV-NUMBER(WS-INVOICE-IDX)  TO PRN-INVOICE
              MOVE WS-INV-BALANCE(WS-INVOICE-IDX) TO PRN-OPEN
              MOVE WS-DUE-DATE                    TO PRN-DUE-DATE
              MOVE WS-INV-BALANCE(WS-INVOICE-IDX)
                 TO PRN-BUCKET(WS-BUCKET-IDX)
              ADD WS-INV-BALANCE(WS-INVOICE-IDX)
                 TO WS-BUCKET-TOTAL(WS-BUCKET-IDX)
              ADD WS-INV-BALANCE(WS-INVOICE-IDX) TO WS-OPEN-TOTAL
              ADD WS-INV-BALANCE(WS-INVOICE-IDX)
                 TO WS-GROUP-BUCKET(WS-BUCKET-IDX)
              ADD WS-INV-BALANCE(WS-INVOICE-IDX) TO WS-GROUP-OPEN
              WRITE PRINT-LINE FROM AGING-DETAIL-LINE
           END-IF.
       SET-INVOICE-GROUP.
           MOVE WS-INV-IDNUM(WS-INVOICE-IDX)
              TO WS-INV-GROUP(WS-INVOICE-IDX)
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX > WS-LINK-COUNT
              IF WS-CLK-IDNUM(WS-LINK-IDX)
                    = WS-INV-IDNUM(WS-INVOICE-IDX)
                 MOVE WS-CLK-PARENT(WS-LINK-IDX)
                    TO WS-INV-GROUP(WS-INVOICE-IDX)
              END-IF
           END-PERFORM.
      * THE FIRST OPEN INVOICE NOT YET PRINTED STARTS A GROUP; EVERY
      * LATER INVOICE OF THE SAME PARENT IS PRINTED WITH IT.
       AGE-ONE-GROUP.
           IF WS-INV-DONE(WS-GROUP-IDX) = 'N'
              AND WS-INV-BALANCE(WS-GROUP-IDX) > ZERO
              MOVE WS-INV-GROUP(WS-GROUP-IDX) TO WS-GROUP-IDNUM
              MOVE ZERO TO WS-GROUP-OPEN
              PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                 UNTIL WS-BUCKET-IDX > 4
                 MOVE ZERO TO WS-GROUP-BUCKET(WS-BUCKET-IDX)
              END-PERFORM
              PERFORM VARYING WS-INVOICE-IDX FROM WS-GROUP-IDX BY 1
                 UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
                 IF WS-INV-GROUP(WS-INVOICE-IDX) = WS-GROUP-IDNUM
                    AND WS-INV-DONE(WS-INVOICE-IDX) = 'N'
                    MOVE 'Y' TO WS-INV-DONE(WS-INVOICE-IDX)
                    PERFORM AGE-ONE-INVOICE
                 END-IF
              END-PERFORM
              MOVE WS-GROUP-IDNUM TO PRN-GRP-IDNUM
              MOVE WS-GROUP-OPEN TO PRN-GRP-OPEN
              PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                 UNTIL WS-BUCKET-IDX > 4
                 MOVE WS-GROUP-BUCKET(WS-BUCKET-IDX)
                    TO PRN-GRP-BUCKET(WS-BUCKET-IDX)
              END-PERFORM
              WRITE PRINT-LINE FROM GROUP-TOTAL-LINE
              WRITE PRINT-LINE FROM BLANK-LINE
           END-IF.
       SET-AGE-BUCKET.
      * DAYS PAST DUE COME FROM THE ONE SHARED DATE ROUTINE; AN
      * UNDATEABLE LEDGER LINE AGES INTO THE OLDEST BUCKET SO IT
      * GETS LOOKED AT RATHER THAN HIDDEN. WITH NO DUE DATE ON
      * INVOICE.DAT (AN OLDER INVOICE, A FINANCE CHARGE OR CASH
      * REFERENCE) THE ITEM IS DUE NET 30 FROM ITS OWN DATE.
           MOVE WS-INV-DUE(WS-INVOICE-IDX) TO WS-DUE-DATE
           IF WS-DUE-DATE = ZERO
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'ADD' TO DU-FUNCTION
              STRING WS-INV-DATE(WS-INVOICE-IDX)(1:4) '-'
                 WS-INV-DATE(WS-INVOICE-IDX)(5:2) '-'
                 WS-INV-DATE(WS-INVOICE-IDX)(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              MOVE 30 TO DU-DAYS
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                    DU-RESULT-DATE(9:2)
                    DELIMITED BY SIZE INTO WS-DUE-DATE
              END-IF
           END-IF
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'DIFF' TO DU-FUNCTION
           STRING WS-DUE-DATE(1:4) '-' WS-DUE-DATE(5:2) '-'
              WS-DUE-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-1
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
              '-' WS-CURRENT-DATE(7:2)
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
