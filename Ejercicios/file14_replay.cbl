      * file05-journal.log, APPLYING THE AFTER-IMAGE OF EVERY
      * ADDCUST/UPDATECUST AND EVERY DELETECUST UP TO A REQUESTED
      * DATE AND TIME. A BAD AFTERNOON OF MAINTENANCE CAN SO BE
      * UNDONE WITHOUT LOSING THE MORNING'S GOOD WORK. THE ANONCUST
      * LINES FILE20 WRITES ARE REPLAYED TOO, SO A CUSTOMER WHO WAS
      * ANONYMISED STAYS ANONYMISED WHEN AN OLDER BACKUP IS LOADED.
      *
      * COMMAND LINE: CUTOFF DATE AND TIME (YYYYMMDD HHMMSS).
      * BLANK REPLAYS THE WHOLE JOURNAL.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-UPDATE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DELETE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-ANON-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-FAILED-COUNT          PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY 'ADDS REPLAYED:       ' WS-ADD-COUNT
           DISPLAY 'UPDATES REPLAYED:    ' WS-UPDATE-COUNT
           DISPLAY 'DELETES REPLAYED:    ' WS-DELETE-COUNT
           DISPLAY 'ANONYMISED AGAIN:    ' WS-ANON-COUNT
           DISPLAY 'PAST CUTOFF, SKIPPED:' WS-SKIPPED-COUNT
           IF WS-FAILED-COUNT > ZERO
              DISPLAY 'ACTIONS THAT COULD NOT APPLY: '
                       INVALID KEY PERFORM NOTE-FAILED-ACTION
                       NOT INVALID KEY ADD 1 TO WS-UPDATE-COUNT
                    END-REWRITE
      * AN ANONYMISATION CARRIES ONLY ITS AFTER-IMAGE - THE
      * PLACEHOLDER RECORD - AND APPLIES LIKE AN UPDATE.
                 WHEN 'ANONCUST'
                    MOVE JRN-AFTER-IMAGE TO CUSTOMERDATA
                    REWRITE CUSTOMERDATA
                       INVALID KEY PERFORM NOTE-FAILED-ACTION
                       NOT INVALID KEY ADD 1 TO WS-ANON-COUNT
                    END-REWRITE
                 WHEN 'DELETECUST'
                    MOVE JRN-IDNUM TO IDNUM
                    DELETE CUSTOMER-FILE
                       INVALID KEY PERFORM NOTE-FAILED-ACTION
                       NOT INVALID KEY ADD 1 TO WS-DELETE-COUNT
                    END-DELETE
      * SHIP-TO CHANGES ARE JOURNALED FOR THE RECORD, BUT THEY
      * LIVE ON shipto.dat, NOT ON THE CUSTOMER MASTER BEING REBUILT.
                 WHEN 'ADDSHIPTO'
                 WHEN 'CHGSHIPTO'
                 WHEN 'DELSHIPTO'
                    CONTINUE
      * FILE11 AND FILE16 ARCHIVE AND RESTORE CUSTOMERS ON THE
      * CUSTOMER.DAT EXTRACT; THE MASTER ITSELF IS NOT TOUCHED.
                 WHEN 'ARCHCUST'
                 WHEN 'RESTCUST'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'UNKNOWN JOURNAL ACTION SKIPPED: '
                       JRN-ACTION
