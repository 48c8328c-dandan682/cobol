      *****************************************************************
      * STANDING ORDER FILE (standord.dat), MAINTAINED BY SOMNT. ONE *
      * LINE PER REGULAR DELIVERY: CUSTOMER, PRODUCT, SIZE AND       *
      * QUANTITY, WITH HOW OFTEN IT FALLS DUE AND THE DATES IT RUNS  *
      * BETWEEN. A WEEKLY ORDER IS DUE ON WEEKDAY SO-RUN-DAY         *
      * (1=MON..7=SUN, THE CALBUILD NUMBERING); A MONTHLY ORDER ON   *
      * BUSINESS DAY SO-RUN-DAY OF THE MONTH. SOGEN RESOLVES BOTH    *
      * AGAINST calendar.dat, QUEUES THE LINE FOR ORDBATCH AND       *
      * STAMPS SO-LAST-DATE WITH THE NIGHT IT DID SO. AN END DATE OF *
      * ZERO MEANS THE ORDER RUNS UNTIL CANCELLED.                   *
      *****************************************************************
       01 STANDING-ORDER-RECORD.
          02 SO-NUMBER            PIC 9(5).
          02 FILLER               PIC X.
          02 SO-IDNUM             PIC 9(5).
          02 FILLER               PIC X.
          02 SO-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 SO-SIZE              PIC A.
          02 FILLER               PIC X.
          02 SO-QTY               PIC 9(4).
          02 FILLER               PIC X.
          02 SO-FREQUENCY         PIC X.
             88 SO-WEEKLY                VALUE 'W'.
             88 SO-MONTHLY               VALUE 'M'.
          02 FILLER               PIC X.
          02 SO-RUN-DAY           PIC 9(2).
          02 FILLER               PIC X.
          02 SO-START-DATE        PIC 9(8).
          02 FILLER               PIC X.
          02 SO-END-DATE          PIC 9(8).
          02 FILLER               PIC X.
          02 SO-LAST-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 SO-STATUS            PIC X.
             88 SO-ACTIVE                VALUE 'A'.
             88 SO-SUSPENDED             VALUE 'S'.
