      *****************************************************************
      * WAREHOUSE BIN LOCATION FILE (binloc.dat), MAINTAINED BY      *
      * BINMNT. ONE LINE PER STOCKED PRODUCT/SIZE GIVING THE SHELF   *
      * IT IS PUT AWAY TO AND PICKED FROM: AISLE, BAY WITHIN THE     *
      * AISLE, AND LEVEL (A = FLOOR). AISLES AND BAYS ARE NUMBERED   *
      * ALONG THE PICK PATH, SO BIN-LOCATION ORDER IS THE WALKING    *
      * SEQUENCE. THE FILE IS KEPT IN THAT ORDER. KITS HOLD NO STOCK *
      * AND HAVE NO BIN; THEIR COMPONENTS DO.                        *
      *****************************************************************
       01 BIN-RECORD.
          02 BIN-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 BIN-SIZE             PIC A.
          02 FILLER               PIC X.
          02 BIN-LOCATION.
             03 BIN-AISLE         PIC 9(2).
             03 BIN-BAY           PIC 9(2).
             03 BIN-LEVEL         PIC A.
