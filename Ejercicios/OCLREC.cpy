      *****************************************************************
      * ORDER CLOSE REGISTER (ordclose.dat). ONE LINE PER MONTH-END  *
      * ORDER CLOSE, APPENDED BY ORDCLOSE. THE CLOSE DATE NAMES THE  *
      * HISTORY FILE THE LINES WENT TO (ordhist-YYYYMMDD.dat); EVERY *
      * LINE IN IT IS DATED BEFORE THE CUTOFF DATE, SO A REPORT ONLY *
      * NEEDS A HISTORY FILE WHEN ITS RANGE STARTS BEFORE THE CUTOFF.*
      * LINES, QUANTITY AND VALUE ARE THE CONTROL TOTALS ARCHIVED.   *
      *****************************************************************
       01 CLOSE-RECORD.
          02 OCL-CLOSE-DATE       PIC 9(8).
          02 FILLER               PIC X.
          02 OCL-CUTOFF-DATE      PIC 9(8).
          02 FILLER               PIC X.
          02 OCL-LINES            PIC 9(6).
          02 FILLER               PIC X.
          02 OCL-QTY              PIC 9(9).
          02 FILLER               PIC X.
          02 OCL-VALUE            PIC 9(9)V99.
