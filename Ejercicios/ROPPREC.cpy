      *****************************************************************
      * REORDER PLANNING DAYS (ropparm.dat), MAINTAINED BY ROPMNT.   *
      * ONE LINE PER PRODUCT/SIZE THAT DOES NOT PLAN ON THE DEFAULTS:*
      * THE LEAD TIME IN DAYS FROM ORDERING TO DELIVERY (ZERO TAKES  *
      * THE LEAD TIME OF THE SUPPLIER ON prodsupp.dat) AND THE DAYS  *
      * OF DEMAND TO HOLD AS SAFETY STOCK. ROPCALC READS IT WHEN IT  *
      * PROPOSES NEW REORDER POINTS.                                 *
      *****************************************************************
       01 PLANNING-RECORD.
          02 RPP-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 RPP-SIZE             PIC A.
          02 FILLER               PIC X.
          02 RPP-LEAD-DAYS        PIC 9(3).
          02 FILLER               PIC X.
          02 RPP-SAFETY-DAYS      PIC 9(3).
