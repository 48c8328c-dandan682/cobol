      *****************************************************************
      * SHARED RECORD LAYOUT FOR THE UNAPPLY.DAT UNAPPLIED-CASH FILE, *
      * WRITTEN BY LBXIMP FOR A LOCKBOX CHEQUE THAT COULD NOT BE      *
      * MATCHED TO AN INVOICE AND WORKED OFF BY UAAPPLY. UA-NUMBER IS *
      * ALSO THE LEDGER REFERENCE OF THE UAC LINE, TAKEN FROM 900001  *
      * UPWARD SO IT CAN NEVER MEET AN INVOICE NUMBER.                *
      *****************************************************************
       01 UA-RECORD.
          02 UA-NUMBER            PIC 9(6).
          02 FILLER               PIC X.
      * 00000 WHEN THE REMITTANCE NAMED NO CUSTOMER WE KNOW.
          02 UA-IDNUM             PIC 9(5).
          02 FILLER               PIC X.
          02 UA-CHEQUE            PIC X(10).
          02 FILLER               PIC X.
          02 UA-BATCH             PIC 9(4).
          02 FILLER               PIC X.
          02 UA-DATE              PIC 9(8).
          02 FILLER               PIC X.
          02 UA-AMOUNT            PIC 9(7)V99.
          02 FILLER               PIC X.
      * RUNNING TOTAL APPLIED TO INVOICES BY UAAPPLY.
          02 UA-APPLIED           PIC 9(7)V99.
          02 FILLER               PIC X.
          02 UA-REASON            PIC X(16).
