      *****************************************************************
      * KIT DEFINITION FILE (kitdef.dat), MAINTAINED BY KITMNT. ONE  *
      * LINE PER COMPONENT: THE KIT PRODUCT AND SIZE (ITSELF ON      *
      * PRODMAST.DAT AND PRICED ON prodprice.dat LIKE ANY PRODUCT),  *
      * THE COMPONENT PRODUCT AND SIZE, AND HOW MANY OF THE          *
      * COMPONENT GO INTO ONE KIT. A KIT HOLDS NO STOCK OF ITS OWN - *
      * ORDER ENTRY CHECKS AND RELIEVES ONHAND.DAT ON ITS COMPONENTS  *
      * AND PICKLIST EXPLODES IT FOR THE WAREHOUSE. KITS DO NOT NEST.*
      *****************************************************************
       01 KIT-RECORD.
          02 KIT-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 KIT-SIZE             PIC A.
          02 FILLER               PIC X.
          02 KIT-COMP-PRODNAME    PIC X(10).
          02 FILLER               PIC X.
          02 KIT-COMP-SIZE        PIC A.
          02 FILLER               PIC X.
          02 KIT-COMP-QTY         PIC 9(3).
