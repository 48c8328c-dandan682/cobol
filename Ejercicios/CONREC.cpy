      *****************************************************************
      * CUSTOMER CONTRACT PRICE FILE (contract.dat), MAINTAINED BY   *
      * CONTMNT. ONE LINE PER CUSTOMER, PRODUCT, SIZE AND START      *
      * DATE, WITH THE NEGOTIATED UNIT PRICE AND THE LAST DAY IT     *
      * RUNS. A CONTRACT IN FORCE ON THE ORDER DATE PRICES THE LINE  *
      * AHEAD OF ANY QUANTITY BREAK OR LIST PRICE; WHERE TWO         *
      * OVERLAP, THE LATER START DATE WINS. CONTEXP LISTS THE ONES   *
      * RUNNING OUT.                                                 *
      *****************************************************************
       01 CONTRACT-RECORD.
          02 CON-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 CON-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 CON-SIZE             PIC A.
          02 FILLER               PIC X.
          02 CON-START-DATE       PIC 9(8).
          02 FILLER               PIC X.
          02 CON-END-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 CON-UNIT-PRICE       PIC 9(5)V99.
