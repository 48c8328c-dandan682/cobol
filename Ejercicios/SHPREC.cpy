      *****************************************************************
      * SHIPMENT FILE (shipment.dat), WRITTEN BY ORDMNT WHEN A        *
      * PACKAGE IS DISPATCHED. ONE LINE PER ORDER LINE IN THE         *
      * PACKAGE: THE PACKAGE NUMBER, SHIP DATE, CARRIER, TRACKING     *
      * NUMBER, PACKAGE WEIGHT IN POUNDS AND DESTINATION ADDR-STATE   *
      * REPEAT ON EACH, THEN THE CUSTOMER AND THE ORDER NUMBER AND    *
      * LINE. THE FREIGHT CHARGED FOR THE PACKAGE FROM THE            *
      * CARRIER RATE TABLE IS CARRIED ON ITS FIRST LINE ONLY, ZERO    *
      * ON THE REST, SO INVBILL CAN ADD IT TO THE INVOICE THAT BILLS  *
      * THAT LINE WITHOUT COUNTING IT TWICE. ORDINQ SHOWS THE         *
      * TRACKING DETAILS FROM HERE.                                   *
      *****************************************************************
       01 SHIPMENT-RECORD.
          02 SHP-SHIP-NUM         PIC 9(6).
          02 FILLER               PIC X.
          02 SHP-SHIP-DATE        PIC 9(8).
          02 FILLER               PIC X.
          02 SHP-CARRIER          PIC X(4).
          02 FILLER               PIC X.
          02 SHP-TRACKING         PIC X(20).
          02 FILLER               PIC X.
          02 SHP-WEIGHT           PIC 9(3)V9.
          02 FILLER               PIC X.
          02 SHP-STATE            PIC X(2).
          02 FILLER               PIC X.
          02 SHP-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 SHP-ORDER-NUM        PIC 9(6).
          02 FILLER               PIC X.
          02 SHP-LINE-NUM         PIC 9(4).
          02 FILLER               PIC X.
          02 SHP-FREIGHT          PIC 9(5)V99.
