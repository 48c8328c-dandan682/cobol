      *****************************************************************
      * CUSTOMER SHIP-TO ADDRESS FILE (shipto.dat), MAINTAINED       *
      * THROUGH FILE05. ONE LINE PER DELIVERY ADDRESS A CUSTOMER     *
      * USES BESIDES THE MAIN ADDRESS ON CUSTOMER.DAT, KEYED BY THE  *
      * CUSTOMER IDNUM AND A SHIP-TO NUMBER 01-99. AN ORDER LINE     *
      * CARRYING A SHIP-TO NUMBER IS PACKED, SHIPPED AND TAXED TO    *
      * THAT ADDRESS; SHIP-TO ZERO IS THE MAIN ADDRESS. INVOICES AND *
      * STATEMENTS ALWAYS GO TO THE MAIN ADDRESS.                    *
      *****************************************************************
       01 SHIPTO-RECORD.
          02 SHT-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 SHT-SHIPTO-NUM       PIC 9(2).
          02 FILLER               PIC X.
          02 SHT-NAME             PIC X(30).
          02 FILLER               PIC X.
          02 SHT-ADDR-LINE1       PIC X(25).
          02 FILLER               PIC X.
          02 SHT-CITY             PIC X(15).
          02 FILLER               PIC X.
          02 SHT-STATE            PIC X(2).
          02 FILLER               PIC X.
          02 SHT-ZIP              PIC X(10).
