      * BACKUP SET INDEX - backup/bkpsets.dat, ONE LINE PER SET KEPT,
      * OLDEST FIRST. BKPSET ADDS TONIGHT'S SET AND DROPS THE OLDEST
      * BEYOND BACKUP-KEEP; BKPDRILL STAMPS THE DATE AND RESULT OF
      * THE LAST RESTORE DRILL RUN AGAINST THE SET.
       01 BACKUP-SET-RECORD.
          02 BKS-SET-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 BKS-SET-TIME         PIC 9(6).
          02 FILLER               PIC X.
          02 BKS-FILE-COUNT       PIC 9(3).
          02 FILLER               PIC X.
          02 BKS-SET-STATUS       PIC X(8).
          02 FILLER               PIC X.
          02 BKS-DRILL-DATE       PIC X(8).
          02 FILLER               PIC X.
          02 BKS-DRILL-RESULT     PIC X(8).
