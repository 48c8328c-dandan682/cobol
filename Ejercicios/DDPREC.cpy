      *****************************************************************
      * BANK PAYMENT FILE (ddpay.dat) BUILT BY DDPAY AFTER EACH PAY   *
      * RUN: ONE BATCH HEADER, ONE ENTRY PER NET-PAY CREDIT OR        *
      * PRENOTE, AND A BATCH TRAILER WITH THE ENTRY COUNT, THE ENTRY  *
      * HASH (SUM OF THE ROUTING NUMBERS, LOW TEN DIGITS) AND THE     *
      * TOTAL CREDIT. TRANSACTION CODES: 22 CHECKING CREDIT, 23       *
      * CHECKING PRENOTE, 32 SAVINGS CREDIT, 33 SAVINGS PRENOTE.      *
      *****************************************************************
       01 DD-HEADER-RECORD.
          05 DDH-REC-TYPE         PIC X(01).
             88 DDH-HEADER                VALUE 'H'.
          05 FILLER               PIC X(01).
          05 DDH-ORIGINATOR       PIC X(10).
          05 FILLER               PIC X(01).
          05 DDH-FILE-DATE        PIC 9(08).
          05 FILLER               PIC X(01).
          05 DDH-EFFECTIVE-DATE   PIC 9(08).
          05 FILLER               PIC X(01).
          05 DDH-BATCH-NUM        PIC 9(06).
          05 FILLER               PIC X(43).
       01 DD-ENTRY-RECORD.
          05 DDE-REC-TYPE         PIC X(01).
             88 DDE-ENTRY                 VALUE 'D'.
          05 FILLER               PIC X(01).
          05 DDE-TRAN-CODE        PIC 9(02).
          05 FILLER               PIC X(01).
          05 DDE-ROUTING          PIC 9(09).
          05 FILLER               PIC X(01).
          05 DDE-ACCOUNT          PIC X(17).
          05 FILLER               PIC X(01).
          05 DDE-AMOUNT           PIC 9(08)V99.
          05 FILLER               PIC X(01).
          05 DDE-EMP-ID           PIC 9(04).
          05 FILLER               PIC X(01).
          05 DDE-TRACE            PIC 9(06).
          05 FILLER               PIC X(25).
       01 DD-TRAILER-RECORD.
          05 DDT-REC-TYPE         PIC X(01).
             88 DDT-TRAILER               VALUE 'T'.
          05 FILLER               PIC X(01).
          05 DDT-ENTRY-COUNT      PIC 9(06).
          05 FILLER               PIC X(01).
          05 DDT-ENTRY-HASH       PIC 9(10).
          05 FILLER               PIC X(01).
          05 DDT-TOTAL-CREDIT     PIC 9(10)V99.
          05 FILLER               PIC X(01).
          05 DDT-BATCH-NUM        PIC 9(06).
          05 FILLER               PIC X(41).
