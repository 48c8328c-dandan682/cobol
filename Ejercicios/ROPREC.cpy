      *****************************************************************
      * REORDER POINT PROPOSALS (roprop.dat). WRITTEN BY ROPCALC,    *
      * ONE LINE PER PRODUCT/SIZE WHOSE REORDER POINT SHOULD MOVE,   *
      * WITH THE DEMAND FIGURES IT WAS WORKED OUT FROM. ROPMNT       *
      * APPROVES OR REJECTS EACH LINE AND POSTS THE APPROVED ONES TO *
      * OH-REORDER ON ONHAND.DAT.                                    *
      *****************************************************************
       01 PROPOSAL-RECORD.
          02 ROP-CALC-DATE        PIC 9(8).
          02 FILLER               PIC X.
          02 ROP-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 ROP-SIZE             PIC A.
          02 FILLER               PIC X.
      * AVERAGE DAILY DEMAND AND ITS STANDARD DEVIATION OVER THE
      * DEMAND WINDOW, IN UNITS.
          02 ROP-AVG-DAILY        PIC 9(5)V99.
          02 FILLER               PIC X.
          02 ROP-SD-DAILY         PIC 9(5)V99.
          02 FILLER               PIC X.
          02 ROP-LEAD-DAYS        PIC 9(3).
          02 FILLER               PIC X.
          02 ROP-SAFETY-DAYS      PIC 9(3).
          02 FILLER               PIC X.
          02 ROP-CURRENT          PIC 9(6).
          02 FILLER               PIC X.
          02 ROP-PROPOSED         PIC 9(6).
          02 FILLER               PIC X.
          02 ROP-STATUS           PIC X.
             88 ROP-PENDING               VALUE 'P'.
             88 ROP-APPROVED              VALUE 'A'.
             88 ROP-REJECTED              VALUE 'R'.
             88 ROP-POSTED                VALUE 'D'.
          02 FILLER               PIC X.
          02 ROP-APPROVER         PIC X(3).
