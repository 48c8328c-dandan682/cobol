      *****************************************************************
      * SALES REP COMMISSION RATES (commrate.dat), MAINTAINED BY     *
      * REPMNT. ONE LINE PER REP: THE EMP-ID AND THE PER CENT OF     *
      * CASH COLLECTED FROM THE REP'S CUSTOMERS THAT COMMCALC PAYS.  *
      *****************************************************************
       01 REP-RATE-RECORD.
          02 RPR-EMP-ID           PIC 9(4).
          02 FILLER               PIC X.
          02 RPR-RATE             PIC 9(2)V99.
