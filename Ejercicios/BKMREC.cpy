      * BACKUP SET MANIFEST - backup/<yyyymmdd>/MANIFEST.DAT, ONE LINE
      * PER MASTER FILE IN THE SET. BKPSET WRITES IT AS IT COPIES;
      * BKPDRILL PROVES A RESTORE AGAINST IT. THE HASH TOTAL IS THE
      * SUM OVER ALL RECORDS OF EACH NON-BLANK CHARACTER CODE TIMES
      * ITS COLUMN, SO A CHANGED, MOVED OR LOST CHARACTER SHOWS.
      * TYPE: S = LINE SEQUENTIAL FILE COPIED AS IT STANDS,
      *       I = INDEXED ORDER FILE, UNLOADED IN KEY ORDER.
      * STATUS: COPIED, MISSING (NO SUCH FILE TONIGHT), ERROR.
       01 MANIFEST-RECORD.
          02 MAN-FILE-NAME        PIC X(40).
          02 FILLER               PIC X.
          02 MAN-TYPE             PIC X.
          02 FILLER               PIC X.
          02 MAN-COUNT            PIC 9(8).
          02 FILLER               PIC X.
          02 MAN-HASH             PIC 9(15).
          02 FILLER               PIC X.
          02 MAN-STATUS           PIC X(8).
