      *****************************************************************
      * SHARED RECORD LAYOUT FOR THE GLACCT.DAT CHART OF ACCOUNTS,    *
      * COPIED INTO GLACCT (MAINTENANCE), GLPOST (POSTING) AND GLTB   *
      * (TRIAL BALANCE). ONE LINE PER GENERAL LEDGER ACCOUNT; THE     *
      * ACCOUNT CODE IS THE GLJ-ACCOUNT THE JOURNAL EXTRACTS WRITE.   *
      *****************************************************************
       01 GLA-RECORD.
          02 GLA-ACCOUNT          PIC X(8).
          02 FILLER               PIC X.
          02 GLA-NAME             PIC X(30).
          02 FILLER               PIC X.
      * ASSET, LIABILITY, EQUITY, REVENUE OR EXPENSE.
          02 GLA-TYPE             PIC X.
             88 GLA-ASSET                VALUE 'A'.
             88 GLA-LIABILITY            VALUE 'L'.
             88 GLA-EQUITY               VALUE 'Q'.
             88 GLA-REVENUE              VALUE 'R'.
             88 GLA-EXPENSE              VALUE 'E'.
             88 GLA-VALID-TYPE           VALUE 'A' 'L' 'Q' 'R' 'E'.
          02 FILLER               PIC X.
      * AN INACTIVE ACCOUNT KEEPS ITS HISTORY BUT TAKES NO POSTINGS.
          02 GLA-STATUS           PIC X.
             88 GLA-ACTIVE               VALUE 'A'.
             88 GLA-INACTIVE             VALUE 'I'.
