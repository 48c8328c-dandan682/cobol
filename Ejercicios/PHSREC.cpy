      *****************************************************************
      * PAY RUN HISTORY (cobtrn6.hst). cobtrn6.tot ONLY EVER HOLDS   *
      * THE LAST FULL RUN, SO EVERY COMPLETED COBTRN6 RUN (FULL OR   *
      * RESTART) AND EVERY COBTRN7 REPROCESS THAT PAID SOMETHING     *
      * ALSO APPENDS ITS TOTALS HERE, DATED. THE LINES OF A YEAR ADD *
      * UP TO WHAT THAT YEAR POSTED INTO empytd.dat AND              *
      * empdedytd.dat, WHICH IS WHAT YESTMT BALANCES AGAINST.        *
      *****************************************************************
       01 PAY-HISTORY-RECORD.
          05 PH-RUN-DATE          PIC 9(08).
          05 FILLER               PIC X(01).
          05 PH-PROGRAM           PIC X(08).
          05 FILLER               PIC X(01).
          05 PH-COVERAGE          PIC X(07).
             88 PH-FULL-RUN               VALUE 'FULL'.
             88 PH-RESTART-RUN            VALUE 'RESTART'.
             88 PH-REPROCESS-RUN          VALUE 'REPROC'.
          05 FILLER               PIC X(01).
          05 PH-WRITTEN           PIC 9(06).
          05 FILLER               PIC X(01).
          05 PH-REG-PAY           PIC 9(11)V99.
          05 FILLER               PIC X(01).
          05 PH-NEW-PAY           PIC 9(11)V99.
          05 FILLER               PIC X(01).
          05 PH-BONUS             PIC 9(11)V99.
          05 FILLER               PIC X(01).
          05 PH-DEDUCTIONS        PIC 9(11)V99.
