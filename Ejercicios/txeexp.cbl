       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TXEEXP.
      ***************************************
      * MONTHLY TAX EXEMPTION CERTIFICATE RENEWAL LIST, IN THE STYLE
      * OF CONTEXP. EVERY CERTIFICATE ON THE TXEMNT FILE
      * taxexempt.dat WHOSE EXPIRY DATE FALLS FROM TODAY THROUGH THE
      * NEXT 60 DAYS IS LISTED ON txeexp.rpt, SOONEST FIRST, WITH
      * THE CUSTOMER NAME AND THE DAYS LEFT, SO A RENEWED
      * CERTIFICATE CAN BE CHASED BEFORE ORDER01 AND ORDBATCH START
      * CHARGING THE CUSTOMER TAX AGAIN. CERTIFICATES ALREADY PAST
      * THEIR EXPIRY AND STILL ON FILE ARE COUNTED AT THE FOOT. DAY
      * COUNTS COME FROM THE SHARED DATEUTIL ROUTINE.
      *
      * COMMAND LINE: DAYS AHEAD (1-999). BLANK TAKES 60.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXEMPT-FILE ASSIGN TO "taxexempt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXEMPT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO "txeexp.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EXEMPT-FILE.
           COPY TXEREC.
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
       FD EXPIRY-REPORT.
       01 PRINT-LINE              PIC X(70).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(36) VALUE
          'TAX EXEMPTION CERTIFICATES EXPIRING '.
       01 RANGE-LINE.
          02 FILLER               PIC X(14) VALUE 'EXPIRING FROM:'.
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-FROM-DATE        PIC 9(8).
          02 FILLER               PIC X(09) VALUE ' THROUGH '.
          02 PRN-TO-DATE          PIC 9(8).
       01 COLUMN-HEADING.
          02 FILLER               PIC X(27) VALUE
             'CUST  CUSTOMER             '.
          02 FILLER               PIC X(33) VALUE
             'ST CERTIFICATE     EXPIRES  DAYS'.
       01 EXPIRY-DETAIL-LINE.
          02 PRN-IDNUM            PIC 9(5).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-CUSTNAME         PIC X(20).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-STATE            PIC X(2).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-CERT-NUM         PIC X(15).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-EXPIRY-DATE      PIC 9(8).
          02 FILLER               PIC X VALUE SPACE.
          02 PRN-DAYS-LEFT        PIC ZZZ9.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'CERTIFICATES ON FILE:'.
          02 PRN-CERT-COUNT       PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'DUE TO EXPIRE:       '.
          02 PRN-EXPIRING-COUNT   PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(21) VALUE
             'ALREADY EXPIRED:     '.
          02 PRN-EXPIRED-COUNT    PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(70) VALUE SPACES.
       01 WS-EXEMPT-STATUS        PIC X(2).
       01 WS-CUSTFILE-STATUS      PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CMDLINE              PIC X(10).
       01 WS-DAYS-AHEAD           PIC 9(3) VALUE 60.
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
       01 WS-CERT-TABLE.
          05 WS-CERT-ENTRY OCCURS 500 TIMES.
             10 WS-CRT-IDNUM      PIC 9(5).
             10 WS-CRT-CERT-NUM   PIC X(15).
             10 WS-CRT-STATE      PIC X(2).
             10 WS-CRT-EXPIRY     PIC 9(8).
       01 WS-CERT-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CERT-IDX             PIC 9(3) VALUE ZERO.
       01 WS-EXPIRED-COUNT        PIC 9(3) VALUE ZERO.
      * THE CERTIFICATES TO LIST, KEPT IN EXPIRY ORDER BY INSERTING
      * EACH AT ITS PLACE, AS CONTEXP KEEPS ITS CONTRACTS.
       01 WS-EXPIRY-TABLE.
          05 WS-EXPIRY-ENTRY OCCURS 500 TIMES.
             10 WS-EXP-KEY.
                15 WS-EXP-DATE     PIC 9(8).
                15 WS-EXP-IDNUM    PIC 9(5).
                15 WS-EXP-STATE    PIC X(2).
             10 WS-EXP-CERT-IDX    PIC 9(3).
       01 WS-EXPIRY-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-EXPIRY-IDX           PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX             PIC 9(3) VALUE ZERO.
       01 WS-WORK-KEY.
          05 WS-WORK-EXP-DATE     PIC 9(8).
          05 WS-WORK-IDNUM        PIC 9(5).
          05 WS-WORK-STATE        PIC X(2).
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
           DISPLAY 'TXEEXP - TAX EXEMPTION CERTIFICATES EXPIRING'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:3) IS NUMERIC
              AND WS-CMDLINE(1:3) NOT = '000'
              MOVE WS-CMDLINE(1:3) TO WS-DAYS-AHEAD
           END-IF
           PERFORM SET-HORIZON-DATE
           DISPLAY '  EXPIRING FROM ' WS-CURRENT-DATE
              ' THROUGH ' WS-HORIZON-DATE
           PERFORM LOAD-CERT-TABLE
           IF WS-CERT-COUNT = ZERO
              DISPLAY 'NO CERTIFICATES ON taxexempt.dat - '
                 'NOTHING TO LIST'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM SELECT-EXPIRING
              VARYING WS-CERT-IDX FROM 1 BY 1
              UNTIL WS-CERT-IDX > WS-CERT-COUNT
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
           MOVE WS-CERT-COUNT TO PRN-CERT-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-EXPIRY-COUNT TO PRN-EXPIRING-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-EXPIRED-COUNT TO PRN-EXPIRED-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-3
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE EXPIRY-REPORT
           DISPLAY 'CERTIFICATES ON FILE: ' WS-CERT-COUNT
           DISPLAY 'DUE TO EXPIRE:        ' WS-EXPIRY-COUNT
           DISPLAY 'ALREADY EXPIRED:      ' WS-EXPIRED-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
       SET-HORIZON-DATE.
      * THE LAST EXPIRY DATE TO LIST IS TODAY PLUS THE DAYS AHEAD.
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
       LOAD-CERT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EXEMPT-FILE
           IF WS-EXEMPT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-CERT-COUNT >= 500
                 READ EXEMPT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CERT-COUNT
                       MOVE TXE-IDNUM
                          TO WS-CRT-IDNUM(WS-CERT-COUNT)
                       MOVE TXE-CERT-NUM
                          TO WS-CRT-CERT-NUM(WS-CERT-COUNT)
                       MOVE TXE-STATE
                          TO WS-CRT-STATE(WS-CERT-COUNT)
                       MOVE TXE-EXPIRY-DATE
                          TO WS-CRT-EXPIRY(WS-CERT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EXEMPT-FILE
           ELSE
              DISPLAY 'ERROR OPENING taxexempt.dat, STATUS: '
                 WS-EXEMPT-STATUS
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
       SELECT-EXPIRING.
           IF WS-CRT-EXPIRY(WS-CERT-IDX) < WS-CURRENT-DATE
              ADD 1 TO WS-EXPIRED-COUNT
           END-IF
           IF WS-CRT-EXPIRY(WS-CERT-IDX) >= WS-CURRENT-DATE
              AND WS-CRT-EXPIRY(WS-CERT-IDX) <= WS-HORIZON-DATE
              MOVE WS-CRT-EXPIRY(WS-CERT-IDX) TO WS-WORK-EXP-DATE
              MOVE WS-CRT-IDNUM(WS-CERT-IDX)  TO WS-WORK-IDNUM
              MOVE WS-CRT-STATE(WS-CERT-IDX)  TO WS-WORK-STATE
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
           MOVE WS-WORK-KEY TO WS-EXP-KEY(WS-MOVE-IDX + 1)
           MOVE WS-CERT-IDX TO WS-EXP-CERT-IDX(WS-MOVE-IDX + 1).
       PRINT-ONE-EXPIRY.
           MOVE WS-EXP-CERT-IDX(WS-EXPIRY-IDX) TO WS-CERT-IDX
           MOVE SPACES TO EXPIRY-DETAIL-LINE
           MOVE WS-CRT-IDNUM(WS-CERT-IDX)      TO PRN-IDNUM
           MOVE '** NOT ON FILE **'            TO PRN-CUSTNAME
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUS-IDNUM(WS-CUST-IDX) = WS-CRT-IDNUM(WS-CERT-IDX)
                 MOVE WS-CUS-NAME(WS-CUST-IDX) TO PRN-CUSTNAME
              END-IF
           END-PERFORM
           MOVE WS-CRT-STATE(WS-CERT-IDX)      TO PRN-STATE
           MOVE WS-CRT-CERT-NUM(WS-CERT-IDX)   TO PRN-CERT-NUM
           MOVE WS-CRT-EXPIRY(WS-CERT-IDX)     TO PRN-EXPIRY-DATE
           PERFORM COMPUTE-DAYS-LEFT
           MOVE WS-DAYS-LEFT TO PRN-DAYS-LEFT
           WRITE PRINT-LINE FROM EXPIRY-DETAIL-LINE.
       COMPUTE-DAYS-LEFT.
           MOVE ZERO TO WS-DAYS-LEFT
           MOVE WS-CRT-EXPIRY(WS-CERT-IDX) TO WS-WORK-DATE
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
       END PROGRAM TXEEXP.
