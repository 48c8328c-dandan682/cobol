      *****************************************************************
      * CUSTOMER PAYMENT TERMS FILE (custterm.dat), MAINTAINED BY    *
      * TRMMNT. ONE LINE PER CUSTOMER NOT ON THE STANDARD NET 30:    *
      * THE DAYS TO PAY NET, AND FOR AN EARLY-PAYMENT DISCOUNT THE   *
      * PERCENT OFF THE GOODS VALUE AND THE DAYS IT IS OPEN (2% 10   *
      * NET 30 IS 030 / 02.00 / 010). A ZERO PERCENT MEANS NO        *
      * DISCOUNT. INVBILL TURNS THE DAYS INTO DATES ON EACH INVOICE. *
      *****************************************************************
       01 CUSTOMER-TERMS-RECORD.
          02 TRM-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 TRM-NET-DAYS         PIC 9(3).
          02 FILLER               PIC X.
          02 TRM-DISC-PCT         PIC 9(2)V99.
          02 FILLER               PIC X.
          02 TRM-DISC-DAYS        PIC 9(3).
