      *****************************************************************
      * EFFECTIVE-DATED PAY HISTORY (salhist.dat), ONE LINE APPENDED  *
      * FOR EVERY CHANGE TO A PAY FIELD OF THE EMPLOYEE MASTER: THE   *
      * FIELD, ITS OLD AND NEW VALUE, THE DATE THE CHANGE TAKES       *
      * EFFECT, WHY IT WAS MADE AND WHICH PROGRAM MADE IT. SALHIST    *
      * REPORTS IT; THE MASTER ONLY EVER HOLDS THE LATEST VALUES.     *
      *****************************************************************
       01 SALARY-HISTORY-RECORD.
          05 SH-EMP-ID            PIC 9(04).
          05 FILLER               PIC X(01).
          05 SH-EFF-DATE          PIC X(10).
          05 FILLER               PIC X(01).
          05 SH-FIELD             PIC X(06).
             88 SH-REG-PAY                VALUE 'REGPAY'.
             88 SH-BON-PAY                VALUE 'BONPAY'.
             88 SH-HOURLY-RATE            VALUE 'RATE'.
          05 FILLER               PIC X(01).
          05 SH-OLD-VALUE         PIC 9(06)V99.
          05 FILLER               PIC X(01).
          05 SH-NEW-VALUE         PIC 9(06)V99.
          05 FILLER               PIC X(01).
          05 SH-REASON            PIC X(10).
             88 SH-BAND-RAISE             VALUE 'BAND RAISE'.
             88 SH-PROMOTION              VALUE 'PROMOTION'.
             88 SH-CORRECTION             VALUE 'CORRECTION'.
             88 SH-BONUS-AWARD            VALUE 'BONUS'.
          05 FILLER               PIC X(01).
          05 SH-PROGRAM           PIC X(08).
          05 FILLER               PIC X(01).
          05 SH-RECORDED-DATE     PIC 9(08).
          05 FILLER               PIC X(01).
          05 SH-RECORDED-TIME     PIC 9(06).
