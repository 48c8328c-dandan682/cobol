      *****************************************************************
      * TIMESHEET FILE (timesheet.dat) FOR ONE PAY PERIOD, KEPT BY    *
      * TIMEMNT AND PAID BY THE COBTRN6 PAY RUN. THE FIRST LINE IS    *
      * THE PERIOD LINE (PER, FIRST AND LAST DAY OF THE PERIOD); THE  *
      * REST ARE ONE LINE PER HOURLY EMPLOYEE PER DAY WORKED WITH THE *
      * REGULAR AND OVERTIME HOURS, E.G. 0042 20261012 0800 0150 IS   *
      * 8.00 REGULAR AND 1.50 OVERTIME HOURS. A DAY THAT IS NOT A     *
      * calendar.dat BUSINESS DAY CARRIES OVERTIME HOURS ONLY.        *
      *****************************************************************
       01 TIMESHEET-RECORD.
          05 TS-EMP-ID            PIC 9(04).
          05 FILLER               PIC X(01).
          05 TS-WORK-DATE         PIC 9(08).
          05 FILLER               PIC X(01).
          05 TS-REG-HOURS         PIC 9(02)V99.
          05 FILLER               PIC X(01).
          05 TS-OT-HOURS          PIC 9(02)V99.
       01 TIMESHEET-PERIOD-RECORD.
          05 TSP-MARKER           PIC X(04).
             88 TSP-PERIOD                VALUE 'PER '.
          05 FILLER               PIC X(01).
          05 TSP-START-DATE       PIC 9(08).
          05 FILLER               PIC X(01).
          05 TSP-END-DATE         PIC 9(08).
