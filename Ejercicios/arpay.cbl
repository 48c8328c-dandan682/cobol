      * UNKNOWN INVOICE OR THE WRONG CUSTOMER ARE REPORTED AND NOT
      * POSTED. A CLEANLY PROCESSED PAYMENT FILE IS RESET EMPTY THE
      * WAY AUDTRPT RESETS ITS QUEUE, SO A RERUN CANNOT POST TWICE.
      * THE LEDGER IS NETTED BY INVOICE FIRST (INV AND FIN FINANCE
      * CHARGES OWED, PAY, CRM AND WOF WRITE-OFFS PAID) SO A
      * PAYMENT BEYOND WHAT IS STILL OWED ON ITS INVOICE IS POSTED
      * BUT FLAGGED OVERPAID.
      * A PAYMENT DATED ON OR BEFORE THE INVOICE'S DISCOUNT DATE
      * THAT IS SHORT OF THE OPEN BALANCE BY EXACTLY THE DISCOUNT
      * INVBILL STAMPED ON IT IS POSTED WITH A DSC DISCOUNT-TAKEN
      * LINE FOR THE DIFFERENCE, WHICH CLOSES THE INVOICE. ANY
      * OTHER SHORT PAYMENT POSTS AS IT IS AND LEAVES A BALANCE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
          02 LGR-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 LGR-AMOUNT           PIC 9(7)V99.
       FD PAYMENT-REPORT.
       01 PRINT-LINE              PIC X(80).
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
          02 CRD-IDNUM            PIC 9(5).
          02 CRD-LIMIT            PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-BALANCE          PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-HOLD             PIC X.
             88 CRD-ON-HOLD               VALUE 'H'.
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(16) VALUE 'PAYMENT REGISTER'.
       01 PAYMENT-DETAIL-LINE.
          02 PRN-AMOUNT           PIC ZZZZZZ9.99.
          02 FILLER               PIC X(03) VALUE ' - '.
          02 PRN-DISPOSITION      PIC X(16).
       01 DISCOUNT-DETAIL-LINE.
          02 FILLER               PIC X(29) VALUE SPACES.
          02 FILLER               PIC X(09) VALUE ' DISCT:  '.
          02 PRN-DISC-AMOUNT      PIC ZZZZZZ9.99.
          02 FILLER               PIC X(19) VALUE
             ' - DISCOUNT TAKEN'.
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'PAYMENTS POSTED:     '.
          02 FILLER               PIC X(21) VALUE
             'AMOUNT POSTED:       '.
          02 PRN-POSTED-TOTAL     PIC ZZZZZZZZ9.99.
       01 COUNT-LINE-4.
          02 FILLER               PIC X(21) VALUE
             'DISCOUNTS TAKEN:     '.
          02 PRN-DISC-TOTAL       PIC ZZZZZZZZ9.99.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-PAYMENT-STATUS       PIC X(2).
       01 WS-INVOICE-STATUS       PIC X(2).
       01 WS-LEDGER-STATUS        PIC X(2).
          05 WS-INVOICE-ENTRY OCCURS 2000 TIMES.
             10 WS-INV-NUMBER     PIC 9(6).
             10 WS-INV-IDNUM      PIC 9(5).
             10 WS-INV-OPEN       PIC S9(8)V99.
             10 WS-INV-ON-LEDGER  PIC X.
             10 WS-INV-DISC-DATE  PIC 9(8).
             10 WS-INV-DISC-AMT   PIC 9(7)V99.
       01 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-IDX          PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(4) VALUE ZERO.
             10 WS-CRD-IDNUM      PIC 9(5).
             10 WS-CRD-LIMIT      PIC 9(7)V99.
             10 WS-CRD-BALANCE    PIC 9(7)V99.
             10 WS-CRD-HOLD       PIC X.
       01 WS-CREDIT-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-IDX           PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-FOUND         PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-CHANGED       PIC X VALUE 'N'.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-POSTED-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-DISC-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-RELIEVE-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       01 WS-DISC-TAKEN           PIC X VALUE 'N'.
       PROCEDURE DIVISION.
           DISPLAY 'ARPAY - PAYMENT POSTING'
           PERFORM LOAD-INVOICE-TABLE
           PERFORM LOAD-OPEN-BALANCES
           PERFORM LOAD-CREDIT-TABLE
           IF WS-INVOICE-COUNT = ZERO
              DISPLAY 'NO INVOICES ON FILE - PAYMENTS REFUSED'
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-POSTED-TOTAL TO PRN-POSTED-TOTAL
           WRITE PRINT-LINE FROM COUNT-LINE-3
           MOVE WS-DISC-TOTAL TO PRN-DISC-TOTAL
           WRITE PRINT-LINE FROM COUNT-LINE-4
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE PAYMENT-REPORT
           IF WS-REJECT-COUNT = ZERO
                          TO WS-INV-NUMBER(WS-INVOICE-COUNT)
                       MOVE INV-IDNUM
                          TO WS-INV-IDNUM(WS-INVOICE-COUNT)
                       MOVE ZERO TO WS-INV-OPEN(WS-INVOICE-COUNT)
                       MOVE 'N' TO WS-INV-ON-LEDGER(WS-INVOICE-COUNT)
      * AN INVOICE RAISED BEFORE TERMS WERE STAMPED HAS NO DISCOUNT.
                       IF INV-DISC-DATE IS NUMERIC
                          AND INV-DISC-AMOUNT IS NUMERIC
                          MOVE INV-DISC-DATE
                             TO WS-INV-DISC-DATE(WS-INVOICE-COUNT)
                          MOVE INV-DISC-AMOUNT
                             TO WS-INV-DISC-AMT(WS-INVOICE-COUNT)
                       ELSE
                          MOVE ZERO
                             TO WS-INV-DISC-DATE(WS-INVOICE-COUNT)
                          MOVE ZERO
                             TO WS-INV-DISC-AMT(WS-INVOICE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF
           DISPLAY 'INVOICES ON FILE: ' WS-INVOICE-COUNT.
       LOAD-OPEN-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ LEDGER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM NET-ONE-POSTING
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       NET-ONE-POSTING.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
              UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
              IF WS-INV-NUMBER(WS-INVOICE-IDX) = LGR-REF
                 MOVE WS-INVOICE-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX > ZERO
              MOVE 'Y' TO WS-INV-ON-LEDGER(WS-FOUND-IDX)
              EVALUATE LGR-TYPE
                 WHEN 'INV'
                 WHEN 'FIN'
                    ADD LGR-AMOUNT TO WS-INV-OPEN(WS-FOUND-IDX)
                 WHEN 'PAY'
                 WHEN 'CRM'
                 WHEN 'WOF'
                 WHEN 'DSC'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-INV-OPEN(WS-FOUND-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       POST-ONE-PAYMENT.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
                 WRITE LEDGER-RECORD
                 ADD 1 TO WS-POSTED-COUNT
                 ADD PAY-AMOUNT TO WS-POSTED-TOTAL
                 MOVE PAY-AMOUNT TO WS-RELIEVE-AMOUNT
                 PERFORM RELIEVE-CREDIT-BALANCE
                 MOVE 'POSTED' TO PRN-DISPOSITION
                 PERFORM CHECK-DISCOUNT
                 IF WS-INV-ON-LEDGER(WS-FOUND-IDX) = 'Y'
                    IF PAY-AMOUNT > WS-INV-OPEN(WS-FOUND-IDX)
                       MOVE 'POSTED-OVERPAID' TO PRN-DISPOSITION
                    END-IF
                    SUBTRACT PAY-AMOUNT
                       FROM WS-INV-OPEN(WS-FOUND-IDX)
                 END-IF
           END-EVALUATE
           WRITE PRINT-LINE FROM PAYMENT-DETAIL-LINE
           IF WS-DISC-TAKEN = 'Y'
              WRITE PRINT-LINE FROM DISCOUNT-DETAIL-LINE
           END-IF.
       CHECK-DISCOUNT.
      * INSIDE THE WINDOW AND SHORT BY EXACTLY THE DISCOUNT: THE
      * DISCOUNT IS POSTED AS TAKEN AND THE INVOICE IS CLOSED.
           MOVE 'N' TO WS-DISC-TAKEN
           IF WS-INV-ON-LEDGER(WS-FOUND-IDX) = 'Y'
              AND WS-INV-DISC-AMT(WS-FOUND-IDX) > ZERO
              AND PAY-DATE <= WS-INV-DISC-DATE(WS-FOUND-IDX)
              AND PAY-AMOUNT + WS-INV-DISC-AMT(WS-FOUND-IDX)
                 = WS-INV-OPEN(WS-FOUND-IDX)
              MOVE 'Y' TO WS-DISC-TAKEN
              MOVE SPACES TO LEDGER-RECORD
              MOVE PAY-IDNUM   TO LGR-IDNUM
              MOVE 'DSC'       TO LGR-TYPE
              MOVE PAY-INVOICE TO LGR-REF
              MOVE PAY-DATE    TO LGR-DATE
              MOVE WS-INV-DISC-AMT(WS-FOUND-IDX) TO LGR-AMOUNT
              WRITE LEDGER-RECORD
              ADD WS-INV-DISC-AMT(WS-FOUND-IDX) TO WS-DISC-TOTAL
              MOVE WS-INV-DISC-AMT(WS-FOUND-IDX) TO WS-RELIEVE-AMOUNT
              PERFORM RELIEVE-CREDIT-BALANCE
              SUBTRACT WS-INV-DISC-AMT(WS-FOUND-IDX)
                 FROM WS-INV-OPEN(WS-FOUND-IDX)
              MOVE WS-INV-DISC-AMT(WS-FOUND-IDX) TO PRN-DISC-AMOUNT
              MOVE 'POSTED-DISCOUNT' TO PRN-DISPOSITION
           END-IF.
       LOAD-CREDIT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CREDIT-FILE
                          TO WS-CRD-LIMIT(WS-CREDIT-COUNT)
                       MOVE CRD-BALANCE
                          TO WS-CRD-BALANCE(WS-CREDIT-COUNT)
                       MOVE CRD-HOLD
                          TO WS-CRD-HOLD(WS-CREDIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CREDIT-FILE
           END-IF.
       RELIEVE-CREDIT-BALANCE.
      * A CUSTOMER WITHOUT A CREDIT RECORD HAS NO BALANCE TO
      * RELIEVE; AN OVERPAYMENT BOTTOMS OUT AT ZERO. THE PAYMENT
      * AND ANY DISCOUNT TAKEN WITH IT EACH RELIEVE THE BALANCE.
           MOVE ZERO TO WS-CREDIT-FOUND
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
              UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
              END-IF
           END-PERFORM
           IF WS-CREDIT-FOUND > ZERO
              IF WS-RELIEVE-AMOUNT > WS-CRD-BALANCE(WS-CREDIT-FOUND)
                 MOVE ZERO TO WS-CRD-BALANCE(WS-CREDIT-FOUND)
              ELSE
                 SUBTRACT WS-RELIEVE-AMOUNT
                    FROM WS-CRD-BALANCE(WS-CREDIT-FOUND)
              END-IF
              MOVE 'Y' TO WS-CREDIT-CHANGED
           MOVE WS-CRD-IDNUM(WS-CREDIT-IDX)   TO CRD-IDNUM
           MOVE WS-CRD-LIMIT(WS-CREDIT-IDX)   TO CRD-LIMIT
           MOVE WS-CRD-BALANCE(WS-CREDIT-IDX) TO CRD-BALANCE
           MOVE WS-CRD-HOLD(WS-CREDIT-IDX)    TO CRD-HOLD
           WRITE CREDIT-RECORD.
       RESET-PAYMENT-FILE.
           OPEN OUTPUT PAYMENT-FILE
