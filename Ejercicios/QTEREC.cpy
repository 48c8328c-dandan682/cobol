      *****************************************************************
      * SALES QUOTATION FILE (quote.dat), MAINTAINED BY QTEMNT. ONE  *
      * LINE PER QUOTED ITEM, THE LINES OF A QUOTE TOGETHER UNDER    *
      * ONE QUOTE NUMBER: THE CUSTOMER, THE DATE QUOTED AND THE LAST *
      * DAY THE QUOTE HOLDS, THE ITEM, QUANTITY AND QUOTED PRICE.    *
      * QTEMNT QUEUES AN ACCEPTED QUOTE ON ordertrans.dat; ORDBATCH  *
      * THEN MARKS EACH LINE CONVERTED WITH ITS ORDER NUMBER, OR     *
      * REFUSED WITH THE REASON. AN OPEN LINE PAST ITS VALID DATE    *
      * HAS LAPSED. QTEPRT PRINTS THE QUOTE, QTERPT REPORTS ON THEM. *
      *****************************************************************
       01 QUOTE-RECORD.
          02 QTE-QUOTE-NUM        PIC 9(6).
          02 FILLER               PIC X.
          02 QTE-LINE-NUM         PIC 9(2).
          02 FILLER               PIC X.
          02 QTE-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 QTE-QUOTE-DATE       PIC 9(8).
          02 FILLER               PIC X.
          02 QTE-VALID-DATE       PIC 9(8).
          02 FILLER               PIC X.
          02 QTE-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 QTE-SIZE             PIC A.
          02 FILLER               PIC X.
          02 QTE-QTY              PIC 9(4).
          02 FILLER               PIC X.
          02 QTE-UNIT-PRICE       PIC 9(5)V99.
          02 FILLER               PIC X.
          02 QTE-STATUS           PIC X.
             88 QTE-OPEN                  VALUE 'O'.
             88 QTE-ACCEPTED              VALUE 'A'.
             88 QTE-CONVERTED             VALUE 'C'.
             88 QTE-REFUSED               VALUE 'R'.
             88 QTE-DECLINED              VALUE 'D'.
          02 FILLER               PIC X.
          02 QTE-STATUS-DATE      PIC 9(8).
          02 FILLER               PIC X.
          02 QTE-ORDER-NUM        PIC 9(6).
          02 FILLER               PIC X.
          02 QTE-REASON           PIC X(30).
