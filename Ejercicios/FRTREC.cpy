      *****************************************************************
      * CARRIER FREIGHT RATE TABLE (freightrate.dat). ONE LINE PER    *
      * CARRIER, DESTINATION ADDR-STATE AND WEIGHT BAND: A PACKAGE    *
      * UP TO FRT-MAX-WEIGHT POUNDS GOING TO THAT STATE COSTS         *
      * FRT-CHARGE. A STATE OF ** IS THE CARRIER'S RATE FOR ANY       *
      * STATE WITHOUT A BAND OF ITS OWN. ORDMNT CHARGES A PACKAGE     *
      * THE SMALLEST BAND THAT TAKES ITS WEIGHT.                      *
      *****************************************************************
       01 FREIGHT-RATE-RECORD.
          02 FRT-CARRIER          PIC X(4).
          02 FILLER               PIC X.
          02 FRT-STATE            PIC X(2).
          02 FILLER               PIC X.
          02 FRT-MAX-WEIGHT       PIC 9(3)V9.
          02 FILLER               PIC X.
          02 FRT-CHARGE           PIC 9(5)V99.
