      *****************************************************************
      * STANDARD COST FILE (prodcost.dat), MAINTAINED BY COSTMNT THE *
      * WAY PRICEMNT MAINTAINS prodprice.dat. ONE LINE PER PRODUCT,  *
      * SIZE AND EFFECTIVE DATE, WITH WHAT ONE UNIT COSTS US FROM    *
      * THAT DATE ON. THE COST IN FORCE FOR A SALE IS THE LATEST     *
      * EFFECTIVE DATE NOT AFTER THE ORDER DATE. A KIT WITH NO COST  *
      * OF ITS OWN COSTS THE SUM OF ITS COMPONENTS.                  *
      *****************************************************************
       01 COST-RECORD.
          02 CST-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 CST-SIZE             PIC A.
          02 FILLER               PIC X.
          02 CST-EFF-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 CST-UNIT-COST        PIC 9(5)V99.
