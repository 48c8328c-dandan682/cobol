      *****************************************************************
      * SHARED RECORD LAYOUT FOR THE GLPERIOD.DAT PERIOD CONTROL      *
      * FILE, COPIED INTO GLPOST, GLTB AND GLCLOSE. ONE LINE PER      *
      * PERIOD (YYYYMM) THAT HAS TAKEN POSTINGS; A CLOSED PERIOD      *
      * TAKES NO FURTHER POSTINGS.                                    *
      *****************************************************************
       01 GLP-RECORD.
          02 GLP-PERIOD           PIC 9(6).
          02 FILLER               PIC X.
          02 GLP-STATUS           PIC X.
             88 GLP-OPEN                 VALUE 'O'.
             88 GLP-CLOSED               VALUE 'C'.
          02 FILLER               PIC X.
      * DATE GLCLOSE LOCKED THE PERIOD; ZERO WHILE OPEN.
          02 GLP-CLOSE-DATE       PIC 9(8).
