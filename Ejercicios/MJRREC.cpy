      *****************************************************************
      * MAINTENANCE JOURNAL (maint-journal.log), WRITTEN THROUGH      *
      * MNTJRNL BY THE MASTER-FILE MAINTENANCE MENUS. ONE LINE PER    *
      * CHANGE: THE PROGRAM, THE ACTION, THE SIGNED-ON OPERATOR, THE  *
      * RECORD KEY AND THE RECORD BEFORE AND AFTER (BLANK BEFORE AN   *
      * ADD, BLANK AFTER A DELETE).                                   *
      *****************************************************************
       01 MAINT-JOURNAL-RECORD.
          02 MJR-PROGRAM          PIC X(8).
          02 FILLER               PIC X.
          02 MJR-ACTION           PIC X(10).
          02 FILLER               PIC X.
          02 MJR-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 MJR-TIME             PIC 9(6).
          02 FILLER               PIC X.
          02 MJR-OPERATOR         PIC X(8).
          02 FILLER               PIC X.
          02 MJR-KEY              PIC X(20).
          02 FILLER               PIC X.
          02 MJR-BEFORE-IMAGE     PIC X(120).
          02 FILLER               PIC X.
          02 MJR-AFTER-IMAGE      PIC X(120).
