      * THE ORDER DATE. PRODUCTS AND SIZES ARE VALIDATED AGAINST
      * PRODMAST.DAT AND EFFECTIVE DATES THROUGH THE SHARED DATEUTIL
      * ROUTINE.
      *
      * THE OPERATOR SIGNS ON THROUGH SIGNON FIRST. ANY OPERATOR
      * MAY LIST; ADD, CHANGE AND DELETE NEED SUPERVISOR AUTHORITY
      * UNLESS progauth.dat SAYS OTHERWISE. EVERY CHANGE GOES TO
      * maint-journal.log THROUGH MNTJRNL WITH THE OPERATOR ID.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       01 WS-SIGNON-PROG     PIC X(6) VALUE 'SIGNON'.
       01 SIGNON-PARMS.
          05 SGN-PROGRAM        PIC X(8) VALUE 'PRICEMNT'.
          05 SGN-UPDATE-DEFAULT PIC X VALUE 'S'.
          05 SGN-OPERATOR-ID    PIC X(8).
          05 SGN-AUTHORITY      PIC X.
          05 SGN-CAN-UPDATE     PIC X.
             88 SGN-UPDATE-ALLOWED VALUE 'Y'.
          05 SGN-RC             PIC 9(2).
       01 WS-MNTJRNL-PROG    PIC X(7) VALUE 'MNTJRNL'.
       01 MNTJRNL-PARMS.
          05 MJP-PROGRAM        PIC X(8) VALUE 'PRICEMNT'.
          05 MJP-OPERATOR       PIC X(8).
          05 MJP-ACTION         PIC X(10).
          05 MJP-KEY            PIC X(20).
          05 MJP-BEFORE-IMAGE   PIC X(120).
          05 MJP-AFTER-IMAGE    PIC X(120).
          05 MJP-RC             PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'PRICEMNT - PRODUCT PRICE MAINTENANCE'
           CALL WS-SIGNON-PROG USING SIGNON-PARMS
              ON EXCEPTION MOVE 8 TO SGN-RC
           END-CALL
           IF SGN-RC NOT = ZERO
              DISPLAY 'SIGN-ON FAILED - PROGRAM ENDED.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SGN-OPERATOR-ID TO MJP-OPERATOR
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-PRICE-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 THRU 3
                    IF SGN-UPDATE-ALLOWED
                       PERFORM MAINTAIN-PRICE
                    ELSE
                       DISPLAY 'CHANGES REQUIRE SUPERVISOR AUTHORITY.'
                    END-IF
                 WHEN 4 PERFORM LISTPRICE
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       MAINTAIN-PRICE.
           EVALUATE CHOICE
              WHEN 1 PERFORM ADDPRICE
              WHEN 2 PERFORM CHANGEPRICE
              WHEN 3 PERFORM DELETEPRICE
           END-EVALUATE.
       WRITE-MAINT-JOURNAL.
      * ONE JOURNAL LINE PER CHANGE, KEYED BY PRODUCT, SIZE AND
      * EFFECTIVE DATE; A MISSING JOURNAL WRITER IS REPORTED BUT
      * DOES NOT UNDO THE CHANGE.
           MOVE SPACES TO MJP-KEY
           STRING WS-ENTRY-NAME ' ' WS-ENTRY-SIZE ' ' WS-ENTRY-DATE
              DELIMITED BY SIZE INTO MJP-KEY
           CALL WS-MNTJRNL-PROG USING MNTJRNL-PARMS
              ON EXCEPTION MOVE 12 TO MJP-RC
           END-CALL
           IF MJP-RC NOT = ZERO
              DISPLAY 'WARNING - CHANGE NOT JOURNALED.'
           END-IF.
       LOAD-PRODUCT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRODMAST
              CLOSE PRICE-FILE
           END-IF.
       WRITE-ONE-PRICE.
           PERFORM BUILD-PRICE-RECORD
           WRITE PRICE-RECORD.
       BUILD-PRICE-RECORD.
           MOVE SPACES TO PRICE-RECORD
           MOVE WS-PRC-PRODNAME(WS-PRICE-IDX) TO PRC-PRODNAME
           MOVE WS-PRC-SIZE(WS-PRICE-IDX)     TO PRC-SIZE
           MOVE WS-PRC-EFF-DATE(WS-PRICE-IDX) TO PRC-EFF-DATE
           MOVE WS-PRC-PRICE(WS-PRICE-IDX)    TO PRC-UNIT-PRICE.
       ACCEPT-PRICE-KEY.
      * PRODUCT, SIZE AND EFFECTIVE DATE IDENTIFY ONE PRICE LINE.
           DISPLAY 'ENTER PRODUCT NAME: ' WITH NO ADVANCING
                          TO WS-PRC-EFF-DATE(WS-PRICE-COUNT)
                       MOVE WS-PRICE-NUM
                          TO WS-PRC-PRICE(WS-PRICE-COUNT)
                       MOVE 'ADDPRICE' TO MJP-ACTION
                       MOVE SPACES TO MJP-BEFORE-IMAGE
                       MOVE WS-PRICE-COUNT TO WS-PRICE-IDX
                       PERFORM BUILD-PRICE-RECORD
                       MOVE PRICE-RECORD TO MJP-AFTER-IMAGE
                       PERFORM WRITE-MAINT-JOURNAL
                       PERFORM REWRITE-PRICE-FILE
                       DISPLAY 'PRICE ADDED.'
                    END-IF
              IF WS-PRICE-NUM = ZERO
                 DISPLAY 'PRICE MUST NOT BE ZERO - NOT CHANGED.'
              ELSE
                 MOVE WS-FOUND-IDX TO WS-PRICE-IDX
                 PERFORM BUILD-PRICE-RECORD
                 MOVE PRICE-RECORD TO MJP-BEFORE-IMAGE
                 MOVE WS-PRICE-NUM TO WS-PRC-PRICE(WS-FOUND-IDX)
                 PERFORM BUILD-PRICE-RECORD
                 MOVE PRICE-RECORD TO MJP-AFTER-IMAGE
                 MOVE 'CHGPRICE' TO MJP-ACTION
                 PERFORM WRITE-MAINT-JOURNAL
                 PERFORM REWRITE-PRICE-FILE
                 DISPLAY 'PRICE CHANGED.'
              END-IF
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'PRICE NOT ON FILE.'
           ELSE
              MOVE WS-FOUND-IDX TO WS-PRICE-IDX
              PERFORM BUILD-PRICE-RECORD
              MOVE PRICE-RECORD TO MJP-BEFORE-IMAGE
              MOVE SPACES TO MJP-AFTER-IMAGE
              MOVE 'DELPRICE' TO MJP-ACTION
              PERFORM WRITE-MAINT-JOURNAL
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-PRICE-COUNT
                 MOVE WS-PRICE-ENTRY(WS-MOVE-IDX + 1)
