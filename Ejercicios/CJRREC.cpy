      *****************************************************************
      * ORDER JOURNAL (order01-journal.log), WRITTEN BY ORDER01,     *
      * ORDBATCH AND PRUEBAC3. TWO KINDS OF LINE SHARE THE LAYOUT:   *
      *   OVERRIDE - AN OVER-LIMIT CREDIT OVERRIDE, WITH THE CREDIT  *
      *              RECORD BEFORE AND AFTER THE ORDER VALUE POSTS.  *
      *   PRICED   - ONE PER ORDER LINE TAKEN, WITH THE PRICING RULE *
      *              THAT SET ITS UNIT PRICE (CONTRACT, QTYBREAK OR  *
      *              LIST, NONE WHEN NO PRICE FILE IS IN SERVICE)    *
      *              AND THE START OR EFFECTIVE DATE OF THAT RULE.   *
      *****************************************************************
       01 CREDIT-JOURNAL-RECORD.
          02 CJR-ACTION           PIC X(10).
          02 FILLER               PIC X.
          02 CJR-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 CJR-TIME             PIC 9(6).
          02 FILLER               PIC X.
          02 CJR-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 CJR-ORDER-VALUE      PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CJR-IMAGES.
             03 CJR-BEFORE-IMAGE  PIC X(27).
             03 FILLER            PIC X.
             03 CJR-AFTER-IMAGE   PIC X(27).
          02 CJR-PRICING REDEFINES CJR-IMAGES.
             03 CJR-ORDER-NUM     PIC 9(6).
             03 FILLER            PIC X.
             03 CJR-PRODNAME      PIC X(10).
             03 FILLER            PIC X.
             03 CJR-SIZE          PIC A.
             03 FILLER            PIC X.
             03 CJR-QTY           PIC 9(4).
             03 FILLER            PIC X.
             03 CJR-UNIT-PRICE    PIC 9(5)V99.
             03 FILLER            PIC X.
             03 CJR-PRICE-RULE    PIC X(8).
             03 FILLER            PIC X.
             03 CJR-RULE-DATE     PIC 9(8).
             03 FILLER            PIC X(5).
