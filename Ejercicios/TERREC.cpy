      *****************************************************************
      * SALES TERRITORY FILE (territory.dat), MAINTAINED BY REPMNT.  *
      * EACH LINE GIVES A STATE (KIND S) OR A SINGLE CUSTOMER IDNUM  *
      * (KIND C) TO A SALES REP, WHO IS AN EMPLOYEE ON EMPVSFIL. A   *
      * CUSTOMER LINE TAKES THAT CUSTOMER OUT OF ITS STATE'S REP.    *
      * ONE REP PER STATE AND PER CUSTOMER.                          *
      *****************************************************************
       01 TERRITORY-RECORD.
          02 TER-KIND             PIC X.
             88 TER-BY-STATE              VALUE 'S'.
             88 TER-BY-CUSTOMER           VALUE 'C'.
          02 FILLER               PIC X.
          02 TER-KEY.
             03 TER-STATE         PIC X(2).
             03 FILLER            PIC X(3).
          02 TER-IDNUM REDEFINES TER-KEY PIC 9(5).
          02 FILLER               PIC X.
          02 TER-EMP-ID           PIC 9(4).
