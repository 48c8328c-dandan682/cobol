      * OPERATOR.DAT - ONE LINE PER OPERATOR, MAINTAINED BY OPERMNT.
      * AUTHORITY C=CLERK, S=SUPERVISOR; STATUS A=ACTIVE, L=LOCKED
      * OUT, R=REVOKED. THE PASSWORD IS HELD ONLY AS A SALTED ONE-WAY
      * HASH MADE BY PWDHASH, WITH THE HASHES OF THE LAST FOUR
      * PASSWORDS SO THEY CANNOT BE REUSED. OPR-PLAIN-PASSWORD IS THE
      * CLEAR-TEXT FIELD OF THE OLD LAYOUT: ONLY OPRCONV READS IT,
      * AND IT IS BLANK ON EVERY CONVERTED LINE.
       01 OPERATOR-RECORD.
          02 OPR-ID                PIC X(8).
          02 FILLER                PIC X.
          02 OPR-PLAIN-PASSWORD    PIC X(8).
          02 FILLER                PIC X.
          02 OPR-AUTHORITY         PIC X.
          02 FILLER                PIC X.
          02 OPR-PWD-DATE          PIC X(8).
          02 FILLER                PIC X.
          02 OPR-FORCE-CHANGE      PIC X.
          02 FILLER                PIC X.
          02 OPR-FAIL-COUNT        PIC X.
          02 FILLER                PIC X.
          02 OPR-STATUS            PIC X.
          02 FILLER                PIC X.
          02 OPR-SALT              PIC X(8).
          02 FILLER                PIC X.
          02 OPR-PWD-HASH          PIC X(18).
          02 OPR-PWD-HISTORY.
             03 OPR-HIST-ENTRY OCCURS 4 TIMES.
                04 FILLER          PIC X.
                04 OPR-HIST-HASH   PIC X(18).
