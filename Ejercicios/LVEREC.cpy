      *****************************************************************
      * LEAVE BALANCE FILE (empleave.dat), ONE LINE PER EMPLOYEE,     *
      * KEPT BY THE LEAVEACC CYCLE AND READ BY LEAVEMNT, LEAVERPT AND *
      * THE COBTRN8 PAY ADVICE. BALANCES AND DAYS TAKEN ARE IN DAYS   *
      * TO THE HUNDREDTH, E.G. 01250 IS 12.50 DAYS. THE CARRIED       *
      * FIGURES ARE WHAT THE LAST YEAR-END ROLL BROUGHT FORWARD AND   *
      * LAST ACCRUAL IS THE DATE OF THE LAST CYCLE THAT ACCRUED, SO A *
      * CYCLE RUN TWICE IN A DAY DOES NOT ACCRUE TWICE.               *
      *****************************************************************
       01 LEAVE-BALANCE-RECORD.
          05 LV-EMP-ID            PIC 9(04).
          05 FILLER               PIC X(01).
          05 LV-VAC-BALANCE       PIC 9(03)V99.
          05 FILLER               PIC X(01).
          05 LV-SICK-BALANCE      PIC 9(03)V99.
          05 FILLER               PIC X(01).
          05 LV-VAC-TAKEN         PIC 9(03)V99.
          05 FILLER               PIC X(01).
          05 LV-SICK-TAKEN        PIC 9(03)V99.
          05 FILLER               PIC X(01).
          05 LV-VAC-CARRIED       PIC 9(03)V99.
          05 FILLER               PIC X(01).
          05 LV-SICK-CARRIED      PIC 9(03)V99.
          05 FILLER               PIC X(01).
          05 LV-LAST-ACCRUAL      PIC 9(08).
