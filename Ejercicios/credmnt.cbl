      * BALANCE IS SHOWN HERE BUT ONLY ADJUSTED THROUGH A DISTINCT
      * MENU CHOICE, SO A LIMIT CHANGE CANNOT FAT-FINGER THE
      * BALANCE.
      * A CUSTOMER THE DUNNING RUN HAS TAKEN TO THE FINAL LETTER IS
      * PUT ON COLLECTION HOLD (CRD-HOLD = 'H'); ORDER01 AND
      * ORDBATCH REFUSE NEW LINES FOR A HELD CUSTOMER UNTIL CREDIT
      * RELEASES THE HOLD HERE.
      *
      * THE OPERATOR SIGNS ON THROUGH SIGNON FIRST. ANY OPERATOR
      * MAY LIST; EVERY CHANGE NEEDS SUPERVISOR AUTHORITY UNLESS
      * progauth.dat SAYS OTHERWISE, AND GOES TO maint-journal.log
      * THROUGH MNTJRNL WITH THE OPERATOR ID AND BEFORE/AFTER
      * IMAGES OF THE CREDIT RECORD.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          02 CRD-LIMIT            PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-BALANCE          PIC 9(7)V99.
          02 FILLER               PIC X.
          02 CRD-HOLD             PIC X.
             88 CRD-ON-HOLD               VALUE 'H'.
       WORKING-STORAGE SECTION.
       01 WS-CREDIT-STATUS   PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
             10 WS-CRD-IDNUM      PIC 9(5).
             10 WS-CRD-LIMIT      PIC 9(7)V99.
             10 WS-CRD-BALANCE    PIC 9(7)V99.
             10 WS-CRD-HOLD       PIC X.
       01 WS-CREDIT-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-CREDIT-IDX      PIC 9(4) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(4) VALUE ZERO.
       01 WS-AMOUNT-NUM      PIC 9(7)V99 VALUE ZERO.
       01 DIS-LIMIT          PIC ZZZZZZ9.99.
       01 DIS-BALANCE        PIC ZZZZZZ9.99.
       01 WS-SIGNON-PROG     PIC X(6) VALUE 'SIGNON'.
       01 SIGNON-PARMS.
          05 SGN-PROGRAM        PIC X(8) VALUE 'CREDMNT'.
          05 SGN-UPDATE-DEFAULT PIC X VALUE 'S'.
          05 SGN-OPERATOR-ID    PIC X(8).
          05 SGN-AUTHORITY      PIC X.
          05 SGN-CAN-UPDATE     PIC X.
             88 SGN-UPDATE-ALLOWED VALUE 'Y'.
          05 SGN-RC             PIC 9(2).
       01 WS-MNTJRNL-PROG    PIC X(7) VALUE 'MNTJRNL'.
       01 MNTJRNL-PARMS.
          05 MJP-PROGRAM        PIC X(8) VALUE 'CREDMNT'.
          05 MJP-OPERATOR       PIC X(8).
          05 MJP-ACTION         PIC X(10).
          05 MJP-KEY            PIC X(20).
          05 MJP-BEFORE-IMAGE   PIC X(120).
          05 MJP-AFTER-IMAGE    PIC X(120).
          05 MJP-RC             PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'CREDMNT - CUSTOMER CREDIT MAINTENANCE'
           CALL WS-SIGNON-PROG USING SIGNON-PARMS
              ON EXCEPTION MOVE 8 TO SGN-RC
           END-CALL
           IF SGN-RC NOT = ZERO
              DISPLAY 'SIGN-ON FAILED - PROGRAM ENDED.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SGN-OPERATOR-ID TO MJP-OPERATOR
           PERFORM LOAD-CREDIT-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY '3 : ADJUST BALANCE'
              DISPLAY '4 : DELETE CREDIT RECORD'
              DISPLAY '5 : LIST ALL CREDIT RECORDS'
              DISPLAY '6 : RELEASE COLLECTION HOLD'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 THRU 4
                 WHEN 6
                    IF SGN-UPDATE-ALLOWED
                       PERFORM MAINTAIN-CREDIT
                    ELSE
                       DISPLAY 'CHANGES REQUIRE SUPERVISOR AUTHORITY.'
                    END-IF
                 WHEN 5 PERFORM LISTCREDIT
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       MAINTAIN-CREDIT.
           EVALUATE CHOICE
              WHEN 1 PERFORM ADDCREDIT
              WHEN 2 PERFORM CHANGELIMIT
              WHEN 3 PERFORM ADJUSTBALANCE
              WHEN 4 PERFORM DELETECREDIT
              WHEN 6 PERFORM RELEASEHOLD
           END-EVALUATE.
       TAKE-IMAGE-BEFORE.
           MOVE WS-FOUND-IDX TO WS-CREDIT-IDX
           PERFORM BUILD-CREDIT-RECORD
           MOVE CREDIT-RECORD TO MJP-BEFORE-IMAGE.
       TAKE-IMAGE-AFTER.
           MOVE WS-FOUND-IDX TO WS-CREDIT-IDX
           PERFORM BUILD-CREDIT-RECORD
           MOVE CREDIT-RECORD TO MJP-AFTER-IMAGE.
       WRITE-MAINT-JOURNAL.
      * ONE JOURNAL LINE PER CHANGE; A MISSING JOURNAL WRITER IS
      * REPORTED BUT DOES NOT UNDO THE CHANGE.
           MOVE SPACES TO MJP-KEY
           MOVE WS-IDNUM-NUM TO MJP-KEY(1:5)
           CALL WS-MNTJRNL-PROG USING MNTJRNL-PARMS
              ON EXCEPTION MOVE 12 TO MJP-RC
           END-CALL
           IF MJP-RC NOT = ZERO
              DISPLAY 'WARNING - CHANGE NOT JOURNALED.'
           END-IF.
       LOAD-CREDIT-FILE.
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS = '00' OR '05'
                          TO WS-CRD-LIMIT(WS-CREDIT-COUNT)
                       MOVE CRD-BALANCE
                          TO WS-CRD-BALANCE(WS-CREDIT-COUNT)
                       MOVE CRD-HOLD
                          TO WS-CRD-HOLD(WS-CREDIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CREDIT-FILE
              CLOSE CREDIT-FILE
           END-IF.
       WRITE-ONE-CREDIT.
           PERFORM BUILD-CREDIT-RECORD
           WRITE CREDIT-RECORD.
       BUILD-CREDIT-RECORD.
           MOVE SPACES TO CREDIT-RECORD
           MOVE WS-CRD-IDNUM(WS-CREDIT-IDX)   TO CRD-IDNUM
           MOVE WS-CRD-LIMIT(WS-CREDIT-IDX)   TO CRD-LIMIT
           MOVE WS-CRD-BALANCE(WS-CREDIT-IDX) TO CRD-BALANCE
           MOVE WS-CRD-HOLD(WS-CREDIT-IDX)    TO CRD-HOLD.
       ACCEPT-CREDIT-ID.
           DISPLAY 'ENTER CUSTOMER ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-IDNUM
                    MOVE WS-AMOUNT-NUM
                       TO WS-CRD-LIMIT(WS-CREDIT-COUNT)
                    MOVE ZERO TO WS-CRD-BALANCE(WS-CREDIT-COUNT)
                    MOVE SPACE TO WS-CRD-HOLD(WS-CREDIT-COUNT)
                    MOVE WS-CREDIT-COUNT TO WS-FOUND-IDX
                    MOVE SPACES TO MJP-BEFORE-IMAGE
                    PERFORM TAKE-IMAGE-AFTER
                    MOVE 'ADDCREDIT' TO MJP-ACTION
                    PERFORM WRITE-MAINT-JOURNAL
                    PERFORM REWRITE-CREDIT-FILE
                    DISPLAY 'CREDIT RECORD ADDED.'
                 END-IF
              DISPLAY 'CURRENT LIMIT: ' DIS-LIMIT
              DISPLAY 'ENTER NEW LIMIT: ' WITH NO ADVANCING
              PERFORM ACCEPT-CREDIT-AMOUNT
              PERFORM TAKE-IMAGE-BEFORE
              MOVE WS-AMOUNT-NUM TO WS-CRD-LIMIT(WS-FOUND-IDX)
              PERFORM TAKE-IMAGE-AFTER
              MOVE 'CHGLIMIT' TO MJP-ACTION
              PERFORM WRITE-MAINT-JOURNAL
              PERFORM REWRITE-CREDIT-FILE
              DISPLAY 'LIMIT CHANGED.'
           END-IF.
              DISPLAY 'CURRENT BALANCE: ' DIS-BALANCE
              DISPLAY 'ENTER NEW BALANCE: ' WITH NO ADVANCING
              PERFORM ACCEPT-CREDIT-AMOUNT
              PERFORM TAKE-IMAGE-BEFORE
              MOVE WS-AMOUNT-NUM TO WS-CRD-BALANCE(WS-FOUND-IDX)
              PERFORM TAKE-IMAGE-AFTER
              MOVE 'ADJBALANCE' TO MJP-ACTION
              PERFORM WRITE-MAINT-JOURNAL
              PERFORM REWRITE-CREDIT-FILE
              DISPLAY 'BALANCE ADJUSTED.'
           END-IF.
       RELEASEHOLD.
      * THE ONLY WAY A COLLECTION HOLD COMES OFF; THE DUNNING RUN
      * ONLY EVER SETS IT.
           DISPLAY ' '
           PERFORM ACCEPT-CREDIT-ID
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'CREDIT RECORD NOT ON FILE.'
           ELSE
              IF WS-CRD-HOLD(WS-FOUND-IDX) NOT = 'H'
                 DISPLAY 'CUSTOMER IS NOT ON COLLECTION HOLD.'
              ELSE
                 PERFORM TAKE-IMAGE-BEFORE
                 MOVE SPACE TO WS-CRD-HOLD(WS-FOUND-IDX)
                 PERFORM TAKE-IMAGE-AFTER
                 MOVE 'RELHOLD' TO MJP-ACTION
                 PERFORM WRITE-MAINT-JOURNAL
                 PERFORM REWRITE-CREDIT-FILE
                 DISPLAY 'COLLECTION HOLD RELEASED.'
              END-IF
           END-IF.
       DELETECREDIT.
           DISPLAY ' '
           PERFORM ACCEPT-CREDIT-ID
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'CREDIT RECORD NOT ON FILE.'
           ELSE
              PERFORM TAKE-IMAGE-BEFORE
              MOVE SPACES TO MJP-AFTER-IMAGE
              MOVE 'DELCREDIT' TO MJP-ACTION
              PERFORM WRITE-MAINT-JOURNAL
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-CREDIT-COUNT
                 MOVE WS-CREDIT-ENTRY(WS-MOVE-IDX + 1)
       LIST-ONE-CREDIT.
           MOVE WS-CRD-LIMIT(WS-CREDIT-IDX)   TO DIS-LIMIT
           MOVE WS-CRD-BALANCE(WS-CREDIT-IDX) TO DIS-BALANCE
           IF WS-CRD-HOLD(WS-CREDIT-IDX) = 'H'
              DISPLAY WS-CRD-IDNUM(WS-CREDIT-IDX) ' LIMIT: ' DIS-LIMIT
                 ' BALANCE: ' DIS-BALANCE ' ON COLLECTION HOLD'
           ELSE
              DISPLAY WS-CRD-IDNUM(WS-CREDIT-IDX) ' LIMIT: ' DIS-LIMIT
                 ' BALANCE: ' DIS-BALANCE
           END-IF.
       END PROGRAM CREDMNT.
