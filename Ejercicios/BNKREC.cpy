      *****************************************************************
      * EMPLOYEE BANK ACCOUNTS FOR DIRECT DEPOSIT (empbank.dat), ONE  *
      * LINE PER EMPLOYEE, KEPT BY BANKMNT. A NEW OR CHANGED ACCOUNT  *
      * STARTS AS PRENOTE DUE: THE NEXT DDPAY RUN SENDS THE BANK A    *
      * ZERO-AMOUNT PRENOTE ENTRY AND MARKS IT SENT, AND ONCE THE     *
      * PRENOTE HAS STOOD UNRETURNED FOR THE WAITING PERIOD DDPAY     *
      * MAKES THE ACCOUNT ACTIVE. ONLY AN ACTIVE ACCOUNT IS PAID BY   *
      * CREDIT; ANY OTHER EMPLOYEE IS LISTED FOR A PAPER CHEQUE.      *
      *****************************************************************
       01 BANK-ACCOUNT-RECORD.
          05 BK-EMP-ID            PIC 9(04).
          05 FILLER               PIC X(01).
          05 BK-ROUTING           PIC 9(09).
          05 FILLER               PIC X(01).
          05 BK-ACCOUNT           PIC X(17).
          05 FILLER               PIC X(01).
          05 BK-ACCT-TYPE         PIC X(01).
             88 BK-CHECKING               VALUE 'C'.
             88 BK-SAVINGS                VALUE 'S'.
          05 FILLER               PIC X(01).
          05 BK-STATUS            PIC X(01).
             88 BK-PRENOTE-DUE            VALUE 'P'.
             88 BK-PRENOTE-SENT           VALUE 'S'.
             88 BK-ACTIVE                 VALUE 'A'.
             88 BK-RETURNED               VALUE 'R'.
             88 BK-CLOSED                 VALUE 'C'.
          05 FILLER               PIC X(01).
          05 BK-STATUS-DATE       PIC 9(08).
