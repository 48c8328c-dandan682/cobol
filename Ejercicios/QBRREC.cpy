      *****************************************************************
      * QUANTITY-BREAK PRICE FILE (qtybreak.dat), MAINTAINED BY      *
      * QBRKMNT. ONE LINE PER PRODUCT, SIZE, EFFECTIVE DATE AND      *
      * MINIMUM QUANTITY, WITH THE UNIT PRICE FOR A LINE OF AT LEAST *
      * THAT MANY. THE TIER USED IS THE HIGHEST MINIMUM THE LINE     *
      * REACHES, AT THE LATEST EFFECTIVE DATE NOT AFTER THE ORDER    *
      * DATE, AND ONLY WHEN IT BEATS THE prodprice.dat LIST PRICE.   *
      *****************************************************************
       01 QBREAK-RECORD.
          02 QBR-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 QBR-SIZE             PIC A.
          02 FILLER               PIC X.
          02 QBR-EFF-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 QBR-MIN-QTY          PIC 9(4).
          02 FILLER               PIC X.
          02 QBR-UNIT-PRICE       PIC 9(5)V99.
