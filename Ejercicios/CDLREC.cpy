      *****************************************************************
      * DAILY CUSTOMER CHANGE FEED (custdelta.dat) BUILT BY FILE21    *
      * FROM THE DAY'S file05-journal.log: ONE HEADER, ONE CHANGE PER *
      * CUSTOMER TOUCHED THAT DAY (A ADD, C CHANGE, D DELETE) WITH    *
      * ITS AFTER-IMAGE, AND A TRAILER WITH THE CHANGE COUNTS, THE    *
      * IDNUM HASH (SUM OF THE IDNUMS, LOW TEN DIGITS) AND THE LAST   *
      * SEQUENCE NUMBER. SEQUENCE NUMBERS RUN ON FROM FEED TO FEED,   *
      * SO THE RECEIVER CAN SEE A MISSING OR REPEATED DAY.            *
      *****************************************************************
       01 CD-HEADER-RECORD.
          05 CDH-REC-TYPE         PIC X(01).
             88 CDH-HEADER                VALUE 'H'.
          05 FILLER               PIC X(01).
          05 CDH-FEED-ID          PIC X(08).
          05 FILLER               PIC X(01).
          05 CDH-BUSINESS-DATE    PIC 9(08).
          05 FILLER               PIC X(01).
          05 CDH-CREATED-DATE     PIC 9(08).
          05 FILLER               PIC X(01).
          05 CDH-CREATED-TIME     PIC 9(06).
          05 FILLER               PIC X(01).
          05 CDH-FIRST-SEQ        PIC 9(09).
          05 FILLER               PIC X(77).
       01 CD-CHANGE-RECORD.
          05 CDC-REC-TYPE         PIC X(01).
             88 CDC-CHANGE                VALUE 'D'.
          05 FILLER               PIC X(01).
          05 CDC-SEQ              PIC 9(09).
          05 FILLER               PIC X(01).
          05 CDC-ACTION           PIC X(01).
             88 CDC-ADD                   VALUE 'A'.
             88 CDC-CHG                   VALUE 'C'.
             88 CDC-DEL                   VALUE 'D'.
          05 FILLER               PIC X(01).
          05 CDC-IDNUM            PIC 9(05).
          05 FILLER               PIC X(01).
          05 CDC-AFTER-IMAGE      PIC X(102).
       01 CD-TRAILER-RECORD.
          05 CDT-REC-TYPE         PIC X(01).
             88 CDT-TRAILER               VALUE 'T'.
          05 FILLER               PIC X(01).
          05 CDT-RECORD-COUNT     PIC 9(08).
          05 FILLER               PIC X(01).
          05 CDT-ADD-COUNT        PIC 9(06).
          05 FILLER               PIC X(01).
          05 CDT-CHANGE-COUNT     PIC 9(06).
          05 FILLER               PIC X(01).
          05 CDT-DELETE-COUNT     PIC 9(06).
          05 FILLER               PIC X(01).
          05 CDT-IDNUM-HASH       PIC 9(10).
          05 FILLER               PIC X(01).
          05 CDT-LAST-SEQ         PIC 9(09).
          05 FILLER               PIC X(70).
