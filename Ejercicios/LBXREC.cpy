      *****************************************************************
      * RECORD LAYOUT FOR THE BANK'S DAILY LOCKBOX FILE lockbox.dat,  *
      * READ BY LBXIMP. EACH BANK BATCH IS A HEADER (TYPE H), ONE     *
      * DETAIL PER CHEQUE (TYPE D) AND A TRAILER (TYPE T) CARRYING    *
      * THE BANK'S ITEM COUNT AND TOTAL FOR THE BATCH. THE BODY OF    *
      * THE RECORD IS REDEFINED FOR EACH TYPE.                        *
      *****************************************************************
       01 LBX-RECORD.
          02 LBX-TYPE             PIC X.
             88 LBX-HEADER               VALUE 'H'.
             88 LBX-DETAIL               VALUE 'D'.
             88 LBX-TRAILER              VALUE 'T'.
          02 FILLER               PIC X.
          02 LBX-BODY             PIC X(33).
          02 LBX-HEADER-BODY REDEFINES LBX-BODY.
             03 LBX-HDR-BATCH     PIC 9(4).
             03 FILLER            PIC X.
             03 LBX-DEPOSIT-DATE  PIC 9(8).
             03 FILLER            PIC X(20).
      * THE INVOICE NUMBER IS AS KEYED FROM THE REMITTANCE SLIP AND
      * MAY BE BLANK OR WRONG.
          02 LBX-DETAIL-BODY REDEFINES LBX-BODY.
             03 LBX-CHEQUE        PIC X(10).
             03 FILLER            PIC X.
             03 LBX-IDNUM         PIC 9(5).
             03 FILLER            PIC X.
             03 LBX-INVOICE       PIC 9(6).
             03 FILLER            PIC X.
             03 LBX-AMOUNT        PIC 9(7)V99.
          02 LBX-TRAILER-BODY REDEFINES LBX-BODY.
             03 LBX-TRL-BATCH     PIC 9(4).
             03 FILLER            PIC X.
             03 LBX-TRL-COUNT     PIC 9(5).
             03 FILLER            PIC X.
             03 LBX-TRL-TOTAL     PIC 9(9)V99.
             03 FILLER            PIC X(11).
