      * FROM empifile.dat, WITH A COUNT DISPLAYED FOR BALANCING       *
      * AGAINST THE PAYROLL RUN. THE MASTER IS THE SINGLE SOURCE OF   *
      * TRUTH FOR WHO GETS A RAISE - NO MORE HAND-ASSEMBLED INPUT.    *
      * THE HOURLY RATE TRAVELS WITH EACH EMPLOYEE SO THE PAY RUN CAN *
      * PAY THE TIMESHEET HOURS OF THE STAFF PAID BY THE HOUR.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DATA RECORD IS PAY-EXTRACT-RECORD.
       01  PAY-EXTRACT-RECORD.
           05  PX-EMP-ID     PIC 9(04).
      *    HOURLY RATE (ZERO = SALARIED) FOR THE TIMESHEET PAY.
           05  PX-HOURLY-RATE PIC 9(02)V99.
           05  FILLER        PIC X(01).
           05  PX-REG-PAY    PIC 9(05)V99.
           05  FILLER        PIC X(02).
           05  PX-BON-PAY    PIC 9(04)V99.
              MOVE EMP-ID      TO PX-EMP-ID
              MOVE EMP-REG-PAY TO PX-REG-PAY
              MOVE EMP-BON-PAY TO PX-BON-PAY
              IF EMP-HOURLY-RATE IS NUMERIC
                 MOVE EMP-HOURLY-RATE TO PX-HOURLY-RATE
              ELSE
                 MOVE ZERO TO PX-HOURLY-RATE
              END-IF
              WRITE PAY-EXTRACT-RECORD
              IF PAY-EXTRACT-STATUS = '00' THEN
                 ADD 1 TO WS-EXTRACT-COUNT
