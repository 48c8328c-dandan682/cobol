      *****************************************************************
      * COMMISSION FEED TO THE PAY CYCLE (empcomm.dat). COMMCALC     *
      * ADDS ONE PENDING LINE PER REP AND MONTH; COBTRN6 PAYS EACH   *
      * PENDING LINE AS BONUS INPUT ON THE REP'S NEXT PAY RECORD AND *
      * MARKS IT PAID WITH THE PAY-RUN DATE. THE PAID LINES STAY AS  *
      * THE RECORD OF WHICH MONTHS HAVE BEEN CALCULATED.             *
      *****************************************************************
       01 COMMISSION-RECORD.
          02 CMF-EMP-ID           PIC 9(4).
          02 FILLER               PIC X.
          02 CMF-PERIOD           PIC 9(6).
          02 FILLER               PIC X.
          02 CMF-CASH             PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CMF-RATE             PIC 9(2)V99.
          02 FILLER               PIC X.
          02 CMF-AMOUNT           PIC 9(6)V99.
          02 FILLER               PIC X.
          02 CMF-STATUS           PIC X.
             88 CMF-PENDING               VALUE 'P'.
             88 CMF-PAID                  VALUE 'D'.
          02 FILLER               PIC X.
          02 CMF-PAY-DATE         PIC 9(8).
