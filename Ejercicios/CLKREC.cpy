      *****************************************************************
      * CUSTOMER GROUP FILE (custlink.dat), MAINTAINED BY GRPMNT.    *
      * ONE LINE PER BRANCH: THE BRANCH IDNUM, THE IDNUM OF THE      *
      * PARENT ACCOUNT IT BELONGS TO, AND WHETHER ITS INVOICES GO TO *
      * THE PARENT (Y) OR STAY WITH THE BRANCH (N). ONE LEVEL ONLY - *
      * A PARENT IS NEVER ITSELF A BRANCH. THE PARENT AND ALL ITS    *
      * BRANCHES ARE CREDIT-CHECKED AS ONE GROUP.                    *
      *****************************************************************
       01 CUSTOMER-LINK-RECORD.
          02 CLK-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 CLK-PARENT           PIC 9(5).
          02 FILLER               PIC X.
          02 CLK-BILL-TO          PIC X.
             88 CLK-BILL-PARENT           VALUE 'Y'.
             88 CLK-BILL-BRANCH           VALUE 'N'.
