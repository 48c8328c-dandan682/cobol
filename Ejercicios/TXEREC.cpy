      *****************************************************************
      * SALES TAX EXEMPTION CERTIFICATE FILE (taxexempt.dat),        *
      * MAINTAINED BY TXEMNT. ONE LINE PER CERTIFICATE A CUSTOMER    *
      * HOLDS: THE CUSTOMER IDNUM, THE CERTIFICATE NUMBER, THE STATE *
      * THAT ISSUED IT AND THE DATE IT EXPIRES. ORDER01 AND ORDBATCH *
      * CHARGE NO TAX ON A LINE WHEN THE CUSTOMER HOLDS A            *
      * CERTIFICATE FOR ITS ADDR-STATE THAT HAS NOT EXPIRED; TAXRPT  *
      * REPORTS THOSE SALES AS EXEMPT UNDER THE CERTIFICATE NUMBER;  *
      * TXEEXP WARNS OF CERTIFICATES COMING UP FOR RENEWAL.          *
      *****************************************************************
       01 TAX-EXEMPT-RECORD.
          02 TXE-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 TXE-CERT-NUM         PIC X(15).
          02 FILLER               PIC X.
          02 TXE-STATE            PIC X(2).
          02 FILLER               PIC X.
          02 TXE-EXPIRY-DATE      PIC 9(8).
