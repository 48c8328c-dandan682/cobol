      *****************************************************************
      * SHARED RECORD LAYOUT FOR THE STKMOVE.DAT INVENTORY MOVEMENT   *
      * HISTORY, WRITTEN ONLY THROUGH THE STKMOVE ROUTINE AND READ BY *
      * THE STKCARD STOCK-CARD REPORT. ONE LINE PER CHANGE TO AN      *
      * ONHAND.DAT QUANTITY, IN THE ORDER THE CHANGES WERE MADE.      *
      *****************************************************************
       01 MOV-RECORD.
          02 MOV-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 MOV-TIME             PIC 9(6).
          02 FILLER               PIC X.
          02 MOV-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 MOV-SIZE             PIC A.
          02 FILLER               PIC X.
      * PROGRAM THAT MOVED THE STOCK, AND ITS REFERENCE: THE PO FOR
      * A RECEIPT (ZERO WHEN NONE MATCHED), THE ORDER NUMBER FOR AN
      * ORDER RELIEF, THE INVOICE FOR A RETURN, THE COUNT NUMBER FOR
      * A PHYSICAL COUNT ADJUSTMENT.
          02 MOV-SOURCE           PIC X(8).
          02 FILLER               PIC X.
          02 MOV-REF              PIC 9(6).
          02 FILLER               PIC X.
          02 MOV-QTY              PIC S9(6) SIGN LEADING SEPARATE.
          02 FILLER               PIC X.
      * ON-HAND QUANTITY LEFT BY THIS MOVEMENT.
          02 MOV-BALANCE          PIC 9(6).
