      *****************************************************************
      * YEAR-TO-DATE DEDUCTIONS BY TYPE (empdedytd.dat), ONE LINE    *
      * PER EMPLOYEE AND DEDUCTION TYPE. EVERY PAY CYCLE (COBTRN6    *
      * AND THE COBTRN7 REPROCESS) ADDS WHAT IT TOOK UNDER EACH      *
      * empded.dat RULE; YESTMT PRINTS IT ON THE YEAR-END STATEMENT  *
      * AND PAYYTD ARCHIVES AND EMPTIES IT AT THE YEAR ROLL.         *
      *****************************************************************
       01 DEDUCTION-YTD-RECORD.
          05 DY-EMP-ID            PIC 9(04).
          05 FILLER               PIC X(01).
          05 DY-TYPE              PIC X(10).
          05 FILLER               PIC X(01).
          05 DY-AMOUNT            PIC 9(09)V99.
