      *****************************************************************
      * SHARED RECORD LAYOUT FOR THE GLBAL.DAT GENERAL LEDGER       *
      * BALANCE FILE, COPIED INTO GLPOST, GLTB AND GLCLOSE. ONE LINE  *
      * PER ACCOUNT AND PERIOD (YYYYMM): THE BALANCE BROUGHT FORWARD  *
      * AND THE DEBITS AND CREDITS POSTED IN THE PERIOD.              *
      * AMOUNTS ARE UNSIGNED; THE OPENING BALANCE SITS ON ITS DEBIT   *
      * OR ITS CREDIT SIDE, THE OTHER SIDE BEING ZERO.                *
      *****************************************************************
       01 GLB-RECORD.
          02 GLB-ACCOUNT          PIC X(8).
          02 FILLER               PIC X.
          02 GLB-PERIOD           PIC 9(6).
          02 FILLER               PIC X.
          02 GLB-OPEN-DR          PIC 9(11)V99.
          02 FILLER               PIC X.
          02 GLB-OPEN-CR          PIC 9(11)V99.
          02 FILLER               PIC X.
          02 GLB-DEBITS           PIC 9(11)V99.
          02 FILLER               PIC X.
          02 GLB-CREDITS          PIC 9(11)V99.
