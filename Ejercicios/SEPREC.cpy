      *****************************************************************
      * TERMINATION REGISTER (empterm.dat), ONE LINE APPENDED BY      *
      * EMPTERM FOR EVERY LEAVER: THE LAST DAY WORKED, THE REASON,    *
      * THE DEPARTMENT THE ASSIGNMENT WAS ENDED IN, AND THE FINAL PAY *
      * - SALARY UP TO THE LAST DAY, THE PERIOD'S TIMESHEET HOURS UP  *
      * TO IT, AND THE UNUSED VACATION PAID OUT. LEAVERS ARE NO       *
      * LONGER EXTRACTED FOR COBTRN6, SO THIS IS WHAT PAYS THEM.      *
      * REASON CODES: RS RESIGNATION, RT RETIREMENT, DM DISMISSAL,    *
      * RD REDUNDANCY, EC END OF CONTRACT, DE DECEASED.               *
      *****************************************************************
       01 SEPARATION-RECORD.
          05 SEP-EMP-ID           PIC 9(04).
          05 FILLER               PIC X(01).
          05 SEP-TERM-DATE        PIC X(10).
          05 FILLER               PIC X(01).
          05 SEP-REASON           PIC X(02).
             88 SEP-VALID-REASON          VALUE 'RS' 'RT' 'DM' 'RD'
                                                'EC' 'DE'.
          05 FILLER               PIC X(01).
          05 SEP-DEPT-CODE        PIC X(04).
          05 FILLER               PIC X(01).
          05 SEP-SALARY-PAY       PIC 9(06)V99.
          05 FILLER               PIC X(01).
          05 SEP-HOURLY-PAY       PIC 9(06)V99.
          05 FILLER               PIC X(01).
          05 SEP-LEAVE-DAYS       PIC 9(03)V99.
          05 FILLER               PIC X(01).
          05 SEP-LEAVE-PAY        PIC 9(06)V99.
          05 FILLER               PIC X(01).
          05 SEP-FINAL-GROSS      PIC 9(07)V99.
          05 FILLER               PIC X(01).
          05 SEP-PROCESSED-DATE   PIC 9(08).
