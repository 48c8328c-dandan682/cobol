       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDPAY.

      * DIRECT DEPOSIT BANK PAYMENT FILE FROM THE PAY RUN. READS THE
      * PAY OUTPUT FILE (empofile.txt) AND THE BANKMNT ACCOUNTS
      * (empbank.dat) AND WRITES ddpay.dat: A BATCH HEADER, ONE
      * NET-PAY CREDIT PER EMPLOYEE WITH AN ACTIVE ACCOUNT, A ZERO
      * PRENOTE FOR EVERY ACCOUNT WAITING TO BE PROVED, AND A BATCH
      * TRAILER CARRYING THE ENTRY COUNT, ENTRY HASH AND TOTAL
      * CREDIT. EVERYONE ELSE IS LISTED ON ddpay.rpt FOR A PAPER
      * CHEQUE WITH THE REASON.
      * A PRENOTE THE BANK HAS NOT RETURNED WITHIN THE WAITING
      * PERIOD MAKES THE ACCOUNT ACTIVE; THE STATUS CHANGES ARE
      * WRITTEN BACK TO empbank.dat WHEN THE FILE IS RELEASED.
      * BEFORE RELEASE THE PAY FILE MUST BE COMPLETE - ITS LAST
      * CONTROL TRAILER COVERS THE WHOLE RUN AND THE RECORD COUNT
      * AGREES - AND MUST MATCH THE empofile.txt TOTALS THE PAY RUN
      * REGISTERED WITH CTLREG. OTHERWISE NOTHING IS WRITTEN AND THE
      * RUN ENDS WITH RETURN CODE 8. ON RELEASE THE CONSUMED PAY
      * FILE AND THE PRODUCED PAYMENT FILE ARE BOTH REGISTERED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT EMPLOYEE-PAY-FILE
                 ASSIGN TO "empofile.txt"
                 FILE STATUS IS WS-STATUS-PAY.
             SELECT OPTIONAL BANK-ACCOUNT-FILE
                 ASSIGN TO "empbank.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-BANK.
             SELECT OPTIONAL CONTROL-TOTALS-FILE
                 ASSIGN TO "CTLTOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-CTL.
             SELECT DD-PAYMENT-FILE
                 ASSIGN TO "ddpay.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-DD.
             SELECT DD-REPORT
                 ASSIGN TO "ddpay.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAY-RECORD-IN.
       01 PAY-RECORD-IN          PIC X(80).
       FD  BANK-ACCOUNT-FILE.
           COPY BNKREC.
       FD  CONTROL-TOTALS-FILE.
       01 CONTROL-TOTALS-RECORD.
          05 CTL-ROLE            PIC X(4).
          05 FILLER              PIC X.
          05 CTL-FILE-NAME       PIC X(14).
          05 FILLER              PIC X.
          05 CTL-PROGRAM         PIC X(8).
          05 FILLER              PIC X.
          05 CTL-DATE            PIC 9(8).
          05 FILLER              PIC X.
          05 CTL-TIME            PIC 9(6).
          05 FILLER              PIC X.
          05 CTL-COUNT           PIC 9(8).
          05 FILLER              PIC X.
          05 CTL-HASH            PIC 9(10).
       FD  DD-PAYMENT-FILE.
           COPY DDPREC.
       FD  DD-REPORT.
       01 PRINT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
          05  SW-END-OF-FILE-SWITCH   PIC X(1) VALUE 'N'.
              88  SW-END-OF-FILE      VALUE 'Y'.
              88  SW-NOT-END-OF-FILE  VALUE 'N'.
       01 OUT-EMPLOYEE-RECORD.
             05  EMP-ID-OUT    PIC S9(9) USAGE COMP.
             05  FILLER        PIC X(05).
             05  REG-PAY-OUT   PIC S9(6)V9(2) USAGE
                 COMP-3.
             05  FILLER        PIC X(02).
             05  BON-PAY-OUT   PIC S9(6)V9(2) USAGE
                 COMP-3.
             05  FILLER        PIC X(02).
             05  NEW-PAY-OUT   PIC S9(6)V9(2) USAGE
                 COMP-3.
             05  BAND-OUT      PIC 9(02).
             05  NET-PAY-OUT   PIC S9(6)V9(2) USAGE
                 COMP-3.
             05  FILLER        PIC X(42).
      * THE CONTROL TRAILER COBTRN6 (AND COBTRN7 AFTER IT) APPENDS;
      * THE LAST ONE ON THE FILE COVERS EVERYTHING ABOVE IT.
       01 OUT-TRAILER-RECORD.
          05  OTR-MARKER       PIC X(03).
          05  OTR-READ-COUNT   PIC 9(06).
          05  OTR-WRITTEN-COUNT PIC 9(06).
          05  OTR-REJECT-COUNT PIC 9(06).
          05  OTR-REG-PAY      PIC 9(11)V99.
          05  OTR-NEW-PAY      PIC 9(11)V99.
          05  FILLER           PIC X(01).
          05  OTR-COVERAGE     PIC X(07).
          05  FILLER           PIC X(25).
       01 PAGE-HEADING         PIC X(26) VALUE
          'DIRECT DEPOSIT PAYMENTS   '.
       01 CHEQUE-HEADING.
          05  FILLER           PIC X(40) VALUE
              ' PAPER CHEQUES    EMP ID      NET PAY  '.
          05  FILLER           PIC X(06) VALUE 'REASON'.
       01 CHEQUE-DETAIL-LINE.
          05  FILLER           PIC X(18) VALUE SPACES.
          05  RPT-EMP-ID       PIC 9(04).
          05  FILLER           PIC X(02) VALUE SPACES.
          05  RPT-NET-PAY      PIC ZZZ,ZZ9.99.
          05  FILLER           PIC X(06) VALUE SPACES.
          05  RPT-REASON       PIC X(20).
       01 TOTAL-LINE.
          05  RPT-TOTAL-LABEL  PIC X(24).
          05  RPT-TOTAL-COUNT  PIC ZZZ,ZZ9.
          05  FILLER           PIC X(02) VALUE SPACES.
          05  RPT-TOTAL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 HASH-LINE.
          05  FILLER           PIC X(24) VALUE
              ' ENTRY HASH...........:'.
          05  RPT-ENTRY-HASH   PIC 9(10).
       01 REPORT-FOOTING       PIC X(13) VALUE 'END OF REPORT'.
       01 SPC-LINE             PIC X(80) VALUE SPACES.
       77 WS-STATUS-PAY        PIC X(02).
       77 WS-STATUS-BANK       PIC X(02).
       77 WS-STATUS-CTL        PIC X(02).
       77 WS-STATUS-DD         PIC X(02).
       77 WS-BANK-EOF          PIC X(01) VALUE 'N'.
       77 WS-CTL-EOF           PIC X(01) VALUE 'N'.
      * A PRENOTE STANDS THIS MANY DAYS UNRETURNED BEFORE THE
      * ACCOUNT IS TRUSTED WITH PAY.
       77 WS-PRENOTE-WAIT-DAYS PIC 9(03) VALUE 10.
      * THE ACCOUNTS, UPDATED IN STORAGE AND WRITTEN BACK ON RELEASE.
       01 WS-BK-TABLE.
          05 WS-BK-ENTRY OCCURS 2000 TIMES.
             10 WS-BK-EMP-ID     PIC 9(04).
             10 WS-BK-ROUTING    PIC 9(09).
             10 WS-BK-ACCOUNT    PIC X(17).
             10 WS-BK-TYPE       PIC X(01).
             10 WS-BK-STATUS     PIC X(01).
             10 WS-BK-DATE       PIC 9(08).
       77 WS-BK-COUNT          PIC 9(04) VALUE ZERO.
       77 WS-BK-IDX            PIC 9(04) VALUE ZERO.
       77 WS-BK-FOUND          PIC 9(04) VALUE ZERO.
      * PAYMENT ENTRIES AND CHEQUE LINES HELD UNTIL THE BATCH IS
      * KNOWN TO BALANCE.
       01 WS-ENTRY-TABLE.
          05 WS-ENT-ENTRY OCCURS 4000 TIMES.
             10 WS-ENT-TRAN-CODE PIC 9(02).
             10 WS-ENT-ROUTING   PIC 9(09).
             10 WS-ENT-ACCOUNT   PIC X(17).
             10 WS-ENT-AMOUNT    PIC S9(08)V99 USAGE COMP-3.
             10 WS-ENT-EMP-ID    PIC 9(04).
       77 WS-ENT-COUNT         PIC 9(04) VALUE ZERO.
       77 WS-ENT-IDX           PIC 9(04) VALUE ZERO.
       01 WS-CHEQUE-TABLE.
          05 WS-CHQ-ENTRY OCCURS 2000 TIMES.
             10 WS-CHQ-EMP-ID    PIC 9(04).
             10 WS-CHQ-NET-PAY   PIC S9(06)V99 USAGE COMP-3.
             10 WS-CHQ-REASON    PIC X(20).
       77 WS-CHQ-COUNT         PIC 9(04) VALUE ZERO.
       77 WS-CHQ-IDX           PIC 9(04) VALUE ZERO.
       77 WS-CHQ-REASON-WORK   PIC X(20).
       77 WS-READ-COUNT        PIC 9(06) VALUE ZERO.
       77 WS-TRAILER-SEEN      PIC X(01) VALUE 'N'.
       77 WS-TRL-WRITTEN       PIC 9(06) VALUE ZERO.
       77 WS-TRL-COVERAGE      PIC X(07) VALUE SPACES.
       77 WS-PROD-SEEN         PIC X(01) VALUE 'N'.
       77 WS-PROD-COUNT        PIC 9(08) VALUE ZERO.
       77 WS-PROD-HASH         PIC 9(10) VALUE ZERO.
       77 WS-NET-HASH          PIC 9(10) VALUE ZERO.
       77 WS-BATCH-NET-PAY     PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-CREDIT-COUNT      PIC 9(06) VALUE ZERO.
       77 WS-CREDIT-TOTAL      PIC S9(10)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-CHEQUE-TOTAL      PIC S9(10)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-ZERO-NET-COUNT    PIC 9(06) VALUE ZERO.
       77 WS-PRENOTE-COUNT     PIC 9(06) VALUE ZERO.
       77 WS-ACTIVATED-COUNT   PIC 9(06) VALUE ZERO.
       77 WS-ROUTING-SUM       PIC 9(12) VALUE ZERO.
       77 WS-ENTRY-HASH        PIC 9(10) VALUE ZERO.
       77 WS-RUN-DATE          PIC 9(08).
       77 WS-RUN-TIME          PIC 9(08).
       77 WS-EFFECTIVE-DATE    PIC 9(08).
       77 WS-DATE-ISO          PIC X(10).
       77 WS-WORK-DATE         PIC 9(08).
       77 WS-WORK-DATE-X REDEFINES WS-WORK-DATE PIC X(08).
       77 WS-HOLD-REASON       PIC X(50) VALUE SPACES.
       77 WS-DATEUTIL-PROG     PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION       PIC X(4).
          05 DU-DATE-1         PIC X(10).
          05 DU-DATE-2         PIC X(10).
          05 DU-DAYS           PIC S9(7).
          05 DU-RESULT-DATE    PIC X(10).
          05 DU-DISPLAY-DATE   PIC X(10).
          05 DU-RC             PIC 9(2).
       77 WS-CTLREG-PROG       PIC X(6) VALUE 'CTLREG'.
       01 CTLREG-PARMS.
          05 REG-ROLE          PIC X(4).
          05 REG-FILE-NAME     PIC X(14).
          05 REG-PROGRAM       PIC X(8).
          05 REG-COUNT         PIC 9(8).
          05 REG-HASH          PIC 9(10).
          05 REG-RC            PIC 9(2).
       77 WS-LOGMSG-PROG       PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM       PIC X(8) VALUE 'DDPAY'.
          05 LOG-SEVERITY      PIC X.
          05 LOG-MESSAGE       PIC X(80).
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION.
           PERFORM P200-MAINLINE.
           PERFORM P300-TERMINATION.
           GOBACK.
       P100-INITIALIZATION.
           DISPLAY 'DDPAY - DIRECT DEPOSIT PAYMENT FILE'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM P110-LOAD-ACCOUNTS
           PERFORM P120-READ-REGISTERED-TOTALS
           PERFORM P130-ACTIVATE-PROVED-ACCOUNTS
              VARYING WS-BK-IDX FROM 1 BY 1
              UNTIL WS-BK-IDX > WS-BK-COUNT
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF WS-STATUS-PAY NOT = '00' THEN
              DISPLAY ' ** ERROR ON PAY FILE OPEN - FILE STATUS '
                 WS-STATUS-PAY
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
       P110-LOAD-ACCOUNTS.
           OPEN INPUT BANK-ACCOUNT-FILE
           IF WS-STATUS-BANK NOT = '00' AND '05' THEN
              DISPLAY '  NO empbank.dat - EVERYONE IS PAID BY CHEQUE'
           ELSE
              PERFORM UNTIL WS-BANK-EOF = 'Y'
                 OR WS-BK-COUNT >= 2000
                 READ BANK-ACCOUNT-FILE
                    AT END MOVE 'Y' TO WS-BANK-EOF
                    NOT AT END
                       ADD 1 TO WS-BK-COUNT
                       MOVE BK-EMP-ID  TO WS-BK-EMP-ID(WS-BK-COUNT)
                       MOVE BK-ROUTING TO WS-BK-ROUTING(WS-BK-COUNT)
                       MOVE BK-ACCOUNT TO WS-BK-ACCOUNT(WS-BK-COUNT)
                       MOVE BK-ACCT-TYPE TO WS-BK-TYPE(WS-BK-COUNT)
                       MOVE BK-STATUS  TO WS-BK-STATUS(WS-BK-COUNT)
                       MOVE BK-STATUS-DATE
                          TO WS-BK-DATE(WS-BK-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BANK-ACCOUNT-FILE
           END-IF.
       P120-READ-REGISTERED-TOTALS.
      *    THE LATEST PROD LINE FOR empofile.txt IS THE PAY RUN'S OWN
      *    COUNT AND NET PAY IN CENTS (ROLLED FORWARD BY COBTRN7).
           OPEN INPUT CONTROL-TOTALS-FILE
           IF WS-STATUS-CTL = '00' THEN
              PERFORM UNTIL WS-CTL-EOF = 'Y'
                 READ CONTROL-TOTALS-FILE
                    AT END MOVE 'Y' TO WS-CTL-EOF
                    NOT AT END
                       IF CTL-ROLE = 'PROD'
                          AND CTL-FILE-NAME = 'empofile.txt'
                          MOVE 'Y'       TO WS-PROD-SEEN
                          MOVE CTL-COUNT TO WS-PROD-COUNT
                          MOVE CTL-HASH  TO WS-PROD-HASH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-TOTALS-FILE
           END-IF.
       P130-ACTIVATE-PROVED-ACCOUNTS.
      *    A PRENOTE SENT AND NOT RETURNED FOR THE WAITING PERIOD
      *    PROVES THE ACCOUNT; IT IS PAID BY CREDIT FROM THIS RUN.
           IF WS-BK-STATUS(WS-BK-IDX) = 'S'
              MOVE 'DIFF' TO DU-FUNCTION
              MOVE WS-BK-DATE(WS-BK-IDX) TO WS-WORK-DATE
              PERFORM P910-FORMAT-ISO-DATE
              MOVE WS-DATE-ISO TO DU-DATE-1
              MOVE WS-RUN-DATE TO WS-WORK-DATE
              PERFORM P910-FORMAT-ISO-DATE
              MOVE WS-DATE-ISO TO DU-DATE-2
              MOVE ZERO TO DU-DAYS
              MOVE 99 TO DU-RC
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
                 ON EXCEPTION CONTINUE
              END-CALL
              IF DU-RC = ZERO AND DU-DAYS >= WS-PRENOTE-WAIT-DAYS
                 MOVE 'A' TO WS-BK-STATUS(WS-BK-IDX)
                 MOVE WS-RUN-DATE TO WS-BK-DATE(WS-BK-IDX)
                 ADD 1 TO WS-ACTIVATED-COUNT
              END-IF
           END-IF.
       P200-MAINLINE.
           SET SW-NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL SW-END-OF-FILE
              READ EMPLOYEE-PAY-FILE
                 AT END SET SW-END-OF-FILE TO TRUE
                 NOT AT END
                    IF PAY-RECORD-IN(1:3) = 'TRL'
                       MOVE PAY-RECORD-IN TO OUT-TRAILER-RECORD
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE OTR-WRITTEN-COUNT TO WS-TRL-WRITTEN
                       MOVE OTR-COVERAGE TO WS-TRL-COVERAGE
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       MOVE PAY-RECORD-IN TO OUT-EMPLOYEE-RECORD
                       PERFORM P210-PAY-ONE-EMPLOYEE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EMPLOYEE-PAY-FILE
           PERFORM P230-QUEUE-PRENOTE
              VARYING WS-BK-IDX FROM 1 BY 1
              UNTIL WS-BK-IDX > WS-BK-COUNT.
       P210-PAY-ONE-EMPLOYEE.
           ADD NET-PAY-OUT TO WS-BATCH-NET-PAY
           IF NET-PAY-OUT NOT > ZERO
              ADD 1 TO WS-ZERO-NET-COUNT
           ELSE
              MOVE ZERO TO WS-BK-FOUND
              PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                 UNTIL WS-BK-IDX > WS-BK-COUNT
                 IF WS-BK-EMP-ID(WS-BK-IDX) = EMP-ID-OUT
                    MOVE WS-BK-IDX TO WS-BK-FOUND
                 END-IF
              END-PERFORM
              IF WS-BK-FOUND > ZERO
                 AND WS-BK-STATUS(WS-BK-FOUND) = 'A'
                 PERFORM P220-QUEUE-CREDIT
              ELSE
                 IF WS-BK-FOUND = ZERO
                    MOVE 'NO BANK ACCOUNT' TO WS-CHQ-REASON-WORK
                 ELSE
                    EVALUATE WS-BK-STATUS(WS-BK-FOUND)
                       WHEN 'P'
                       WHEN 'S'
                          MOVE 'PRENOTE PENDING'
                             TO WS-CHQ-REASON-WORK
                       WHEN 'R'
                          MOVE 'RETURNED BY BANK'
                             TO WS-CHQ-REASON-WORK
                       WHEN OTHER
                          MOVE 'ACCOUNT CLOSED' TO WS-CHQ-REASON-WORK
                    END-EVALUATE
                 END-IF
                 PERFORM P225-LIST-CHEQUE
              END-IF
           END-IF.
       P220-QUEUE-CREDIT.
           IF WS-ENT-COUNT < 4000
              ADD 1 TO WS-ENT-COUNT
              IF WS-BK-TYPE(WS-BK-FOUND) = 'S'
                 MOVE 32 TO WS-ENT-TRAN-CODE(WS-ENT-COUNT)
              ELSE
                 MOVE 22 TO WS-ENT-TRAN-CODE(WS-ENT-COUNT)
              END-IF
              MOVE WS-BK-ROUTING(WS-BK-FOUND)
                 TO WS-ENT-ROUTING(WS-ENT-COUNT)
              MOVE WS-BK-ACCOUNT(WS-BK-FOUND)
                 TO WS-ENT-ACCOUNT(WS-ENT-COUNT)
              MOVE NET-PAY-OUT TO WS-ENT-AMOUNT(WS-ENT-COUNT)
              MOVE EMP-ID-OUT  TO WS-ENT-EMP-ID(WS-ENT-COUNT)
              ADD 1 TO WS-CREDIT-COUNT
              ADD NET-PAY-OUT TO WS-CREDIT-TOTAL
           ELSE
              MOVE 'PAYMENT FILE FULL' TO WS-CHQ-REASON-WORK
              PERFORM P225-LIST-CHEQUE
           END-IF.
       P225-LIST-CHEQUE.
           IF WS-CHQ-COUNT < 2000
              ADD 1 TO WS-CHQ-COUNT
              MOVE EMP-ID-OUT  TO WS-CHQ-EMP-ID(WS-CHQ-COUNT)
              MOVE NET-PAY-OUT TO WS-CHQ-NET-PAY(WS-CHQ-COUNT)
              MOVE WS-CHQ-REASON-WORK TO WS-CHQ-REASON(WS-CHQ-COUNT)
           END-IF
           ADD NET-PAY-OUT TO WS-CHEQUE-TOTAL.
       P230-QUEUE-PRENOTE.
      *    EVERY ACCOUNT KEYED SINCE THE LAST RUN GETS ITS ZERO
      *    PRENOTE; THE EMPLOYEE STAYS ON CHEQUES UNTIL IT IS PROVED.
           IF WS-BK-STATUS(WS-BK-IDX) = 'P' AND WS-ENT-COUNT < 4000
              ADD 1 TO WS-ENT-COUNT
              IF WS-BK-TYPE(WS-BK-IDX) = 'S'
                 MOVE 33 TO WS-ENT-TRAN-CODE(WS-ENT-COUNT)
              ELSE
                 MOVE 23 TO WS-ENT-TRAN-CODE(WS-ENT-COUNT)
              END-IF
              MOVE WS-BK-ROUTING(WS-BK-IDX)
                 TO WS-ENT-ROUTING(WS-ENT-COUNT)
              MOVE WS-BK-ACCOUNT(WS-BK-IDX)
                 TO WS-ENT-ACCOUNT(WS-ENT-COUNT)
              MOVE ZERO TO WS-ENT-AMOUNT(WS-ENT-COUNT)
              MOVE WS-BK-EMP-ID(WS-BK-IDX)
                 TO WS-ENT-EMP-ID(WS-ENT-COUNT)
              MOVE 'S' TO WS-BK-STATUS(WS-BK-IDX)
              MOVE WS-RUN-DATE TO WS-BK-DATE(WS-BK-IDX)
              ADD 1 TO WS-PRENOTE-COUNT
           END-IF.
       P300-TERMINATION.
      *    THE PAY FILE MUST BE WHOLE AND MUST BE THE FILE THE PAY
      *    RUN REGISTERED BEFORE ANY MONEY IS SENT TO THE BANK.
           COMPUTE WS-NET-HASH = WS-BATCH-NET-PAY * 100
           EVALUATE TRUE
              WHEN WS-READ-COUNT = ZERO
                 DISPLAY ' ** NO PAY RECORDS - NO PAYMENT FILE'
                 MOVE 4 TO RETURN-CODE
              WHEN WS-TRAILER-SEEN = 'N'
                 MOVE 'NO CONTROL TRAILER ON THE PAY FILE'
                    TO WS-HOLD-REASON
                 PERFORM P390-HOLD-PAYMENTS
              WHEN WS-TRL-COVERAGE = 'PARTIAL'
                 MOVE 'PAY FILE IS FROM A RESTARTED RUN'
                    TO WS-HOLD-REASON
                 PERFORM P390-HOLD-PAYMENTS
              WHEN WS-READ-COUNT NOT = WS-TRL-WRITTEN
                 MOVE 'PAY FILE RECORDS DISAGREE WITH TRAILER'
                    TO WS-HOLD-REASON
                 PERFORM P390-HOLD-PAYMENTS
              WHEN WS-PROD-SEEN = 'N'
                 MOVE 'NO REGISTERED PAY RUN TOTALS'
                    TO WS-HOLD-REASON
                 PERFORM P390-HOLD-PAYMENTS
              WHEN WS-READ-COUNT NOT = WS-PROD-COUNT
                 OR WS-NET-HASH NOT = WS-PROD-HASH
                 MOVE 'PAY FILE DISAGREES WITH REGISTERED TOTALS'
                    TO WS-HOLD-REASON
                 PERFORM P390-HOLD-PAYMENTS
              WHEN OTHER
                 PERFORM P310-RELEASE-PAYMENTS
           END-EVALUATE
           DISPLAY 'DDPAY - SUCCESSFULLY ENDED'.
       P310-RELEASE-PAYMENTS.
           OPEN OUTPUT DD-PAYMENT-FILE
           IF WS-STATUS-DD NOT = '00' THEN
              DISPLAY ' ** ERROR ON PAYMENT FILE OPEN - FILE STATUS '
                 WS-STATUS-DD
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM P910-FORMAT-ISO-DATE
           MOVE 'ADD ' TO DU-FUNCTION
           MOVE WS-DATE-ISO TO DU-DATE-1
           MOVE 1 TO DU-DAYS
           MOVE 99 TO DU-RC
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              ON EXCEPTION CONTINUE
           END-CALL
           IF DU-RC = ZERO
              STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                 DU-RESULT-DATE(9:2) DELIMITED BY SIZE
                 INTO WS-WORK-DATE-X
              MOVE WS-WORK-DATE TO WS-EFFECTIVE-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE SPACES TO DD-HEADER-RECORD
           SET DDH-HEADER TO TRUE
           MOVE 'PAYROLL'         TO DDH-ORIGINATOR
           MOVE WS-RUN-DATE       TO DDH-FILE-DATE
           MOVE WS-EFFECTIVE-DATE TO DDH-EFFECTIVE-DATE
           MOVE WS-RUN-TIME(1:6)  TO DDH-BATCH-NUM
           WRITE DD-HEADER-RECORD
           PERFORM P320-WRITE-ONE-ENTRY
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-COUNT
           MOVE WS-ROUTING-SUM TO WS-ENTRY-HASH
           MOVE SPACES TO DD-TRAILER-RECORD
           SET DDT-TRAILER TO TRUE
           MOVE WS-ENT-COUNT     TO DDT-ENTRY-COUNT
           MOVE WS-ENTRY-HASH    TO DDT-ENTRY-HASH
           MOVE WS-CREDIT-TOTAL  TO DDT-TOTAL-CREDIT
           MOVE WS-RUN-TIME(1:6) TO DDT-BATCH-NUM
           WRITE DD-TRAILER-RECORD
           CLOSE DD-PAYMENT-FILE
           PERFORM P330-REWRITE-ACCOUNTS
           PERFORM P340-WRITE-REPORT
           MOVE 'CONS'           TO REG-ROLE
           MOVE 'empofile.txt'   TO REG-FILE-NAME
           MOVE 'DDPAY'          TO REG-PROGRAM
           MOVE WS-READ-COUNT    TO REG-COUNT
           MOVE WS-NET-HASH      TO REG-HASH
           CALL WS-CTLREG-PROG USING CTLREG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'PROD'           TO REG-ROLE
           MOVE 'ddpay.dat'      TO REG-FILE-NAME
           MOVE 'DDPAY'          TO REG-PROGRAM
           MOVE WS-ENT-COUNT     TO REG-COUNT
           MOVE WS-ENTRY-HASH    TO REG-HASH
           CALL WS-CTLREG-PROG USING CTLREG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'PAYMENT FILE RELEASED - CREDITS ' WS-CREDIT-COUNT
              ' CHEQUES ' WS-CHQ-COUNT ' PRENOTES ' WS-PRENOTE-COUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM P900-WRITE-OPS-LOG
           MOVE 0 TO RETURN-CODE.
       P320-WRITE-ONE-ENTRY.
           MOVE SPACES TO DD-ENTRY-RECORD
           SET DDE-ENTRY TO TRUE
           MOVE WS-ENT-TRAN-CODE(WS-ENT-IDX) TO DDE-TRAN-CODE
           MOVE WS-ENT-ROUTING(WS-ENT-IDX)   TO DDE-ROUTING
           MOVE WS-ENT-ACCOUNT(WS-ENT-IDX)   TO DDE-ACCOUNT
           MOVE WS-ENT-AMOUNT(WS-ENT-IDX)    TO DDE-AMOUNT
           MOVE WS-ENT-EMP-ID(WS-ENT-IDX)    TO DDE-EMP-ID
           MOVE WS-ENT-IDX                   TO DDE-TRACE
           WRITE DD-ENTRY-RECORD
           ADD WS-ENT-ROUTING(WS-ENT-IDX) TO WS-ROUTING-SUM.
       P330-REWRITE-ACCOUNTS.
      *    PRENOTES SENT AND ACCOUNTS PROVED IN THIS RUN.
           IF WS-PRENOTE-COUNT > ZERO OR WS-ACTIVATED-COUNT > ZERO
              OPEN OUTPUT BANK-ACCOUNT-FILE
              IF WS-STATUS-BANK NOT = '00' AND '05' THEN
                 DISPLAY ' ** ERROR REWRITING empbank.dat - STATUS '
                    WS-STATUS-BANK
                 MOVE 'W' TO LOG-SEVERITY
                 MOVE 'BANK ACCOUNT STATUSES NOT SAVED' TO LOG-MESSAGE
                 PERFORM P900-WRITE-OPS-LOG
              ELSE
                 PERFORM P335-WRITE-ONE-ACCOUNT
                    VARYING WS-BK-IDX FROM 1 BY 1
                    UNTIL WS-BK-IDX > WS-BK-COUNT
                 CLOSE BANK-ACCOUNT-FILE
              END-IF
           END-IF.
       P335-WRITE-ONE-ACCOUNT.
           MOVE SPACES TO BANK-ACCOUNT-RECORD
           MOVE WS-BK-EMP-ID(WS-BK-IDX)  TO BK-EMP-ID
           MOVE WS-BK-ROUTING(WS-BK-IDX) TO BK-ROUTING
           MOVE WS-BK-ACCOUNT(WS-BK-IDX) TO BK-ACCOUNT
           MOVE WS-BK-TYPE(WS-BK-IDX)    TO BK-ACCT-TYPE
           MOVE WS-BK-STATUS(WS-BK-IDX)  TO BK-STATUS
           MOVE WS-BK-DATE(WS-BK-IDX)    TO BK-STATUS-DATE
           WRITE BANK-ACCOUNT-RECORD.
       P340-WRITE-REPORT.
           OPEN OUTPUT DD-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM SPC-LINE
           IF WS-CHQ-COUNT > ZERO
              WRITE PRINT-LINE FROM CHEQUE-HEADING
              PERFORM P345-WRITE-ONE-CHEQUE
                 VARYING WS-CHQ-IDX FROM 1 BY 1
                 UNTIL WS-CHQ-IDX > WS-CHQ-COUNT
              WRITE PRINT-LINE FROM SPC-LINE
           END-IF
           MOVE ' CREDITS SENT.........:' TO RPT-TOTAL-LABEL
           MOVE WS-CREDIT-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-CREDIT-TOTAL TO RPT-TOTAL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE ' PAPER CHEQUES........:' TO RPT-TOTAL-LABEL
           MOVE WS-CHQ-COUNT    TO RPT-TOTAL-COUNT
           MOVE WS-CHEQUE-TOTAL TO RPT-TOTAL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE ' NO NET PAY...........:' TO RPT-TOTAL-LABEL
           MOVE WS-ZERO-NET-COUNT TO RPT-TOTAL-COUNT
           MOVE ZERO            TO RPT-TOTAL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE ' PAY RUN NET PAY......:' TO RPT-TOTAL-LABEL
           MOVE WS-READ-COUNT   TO RPT-TOTAL-COUNT
           MOVE WS-BATCH-NET-PAY TO RPT-TOTAL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           WRITE PRINT-LINE FROM SPC-LINE
           MOVE ' PRENOTES SENT........:' TO RPT-TOTAL-LABEL
           MOVE WS-PRENOTE-COUNT TO RPT-TOTAL-COUNT
           MOVE ZERO            TO RPT-TOTAL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE ' ACCOUNTS ACTIVATED...:' TO RPT-TOTAL-LABEL
           MOVE WS-ACTIVATED-COUNT TO RPT-TOTAL-COUNT
           MOVE ZERO            TO RPT-TOTAL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE ' ENTRIES IN FILE......:' TO RPT-TOTAL-LABEL
           MOVE WS-ENT-COUNT    TO RPT-TOTAL-COUNT
           MOVE WS-CREDIT-TOTAL TO RPT-TOTAL-AMOUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE WS-ENTRY-HASH TO RPT-ENTRY-HASH
           WRITE PRINT-LINE FROM HASH-LINE
           WRITE PRINT-LINE FROM SPC-LINE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE DD-REPORT.
       P345-WRITE-ONE-CHEQUE.
           MOVE WS-CHQ-EMP-ID(WS-CHQ-IDX)  TO RPT-EMP-ID
           MOVE WS-CHQ-NET-PAY(WS-CHQ-IDX) TO RPT-NET-PAY
           MOVE WS-CHQ-REASON(WS-CHQ-IDX)  TO RPT-REASON
           WRITE PRINT-LINE FROM CHEQUE-DETAIL-LINE.
       P390-HOLD-PAYMENTS.
      *    NOTHING IS WRITTEN: ddpay.dat AND empbank.dat STAY AS THE
      *    LAST RELEASED RUN LEFT THEM.
           DISPLAY ' ** PAYMENT FILE HELD - ' WS-HOLD-REASON
           MOVE 'E' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'PAYMENT FILE HELD - ' WS-HOLD-REASON
              DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM P900-WRITE-OPS-LOG
           MOVE 8 TO RETURN-CODE.
       P900-WRITE-OPS-LOG.
      *    ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER;
      *    A MISSING LOGGER MUST NEVER STOP THE PAYMENT RUN ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       P910-FORMAT-ISO-DATE.
           MOVE SPACES TO WS-DATE-ISO
           STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
              WS-WORK-DATE-X(7:2) DELIMITED BY SIZE INTO WS-DATE-ISO.
      *    END OF SOURCE CODE
       END PROGRAM DDPAY.
