      * ALLOWED VALUES (S/M/L, OR BLANK FOR AN UNUSED SLOT). THE
      * FILE IS KEPT IN PRODUCT-NAME ORDER SO THE SEARCH ALL
      * LOOKUPS IN TABLE01 AND THE ORDER ENTRY KEEP WORKING.
      *
      * THE OPERATOR SIGNS ON THROUGH SIGNON FIRST. ANY OPERATOR
      * MAY LIST; ADD, CHANGE AND DELETE NEED SUPERVISOR AUTHORITY
      * UNLESS progauth.dat SAYS OTHERWISE. EVERY CHANGE GOES TO
      * maint-journal.log THROUGH MNTJRNL WITH THE OPERATOR ID.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-ENTRY-SIZES.
          05 WS-ENTRY-SIZE   PIC A OCCURS 3 TIMES.
       01 WS-SIZES-OK        PIC X VALUE 'Y'.
       01 WS-SIGNON-PROG     PIC X(6) VALUE 'SIGNON'.
       01 SIGNON-PARMS.
          05 SGN-PROGRAM        PIC X(8) VALUE 'PRODMNT'.
          05 SGN-UPDATE-DEFAULT PIC X VALUE 'S'.
          05 SGN-OPERATOR-ID    PIC X(8).
          05 SGN-AUTHORITY      PIC X.
          05 SGN-CAN-UPDATE     PIC X.
             88 SGN-UPDATE-ALLOWED VALUE 'Y'.
          05 SGN-RC             PIC 9(2).
       01 WS-MNTJRNL-PROG    PIC X(7) VALUE 'MNTJRNL'.
       01 MNTJRNL-PARMS.
          05 MJP-PROGRAM        PIC X(8) VALUE 'PRODMNT'.
          05 MJP-OPERATOR       PIC X(8).
          05 MJP-ACTION         PIC X(10).
          05 MJP-KEY            PIC X(20).
          05 MJP-BEFORE-IMAGE   PIC X(120).
          05 MJP-AFTER-IMAGE    PIC X(120).
          05 MJP-RC             PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'PRODMNT - PRODUCT MASTER MAINTENANCE'
           CALL WS-SIGNON-PROG USING SIGNON-PARMS
              ON EXCEPTION MOVE 8 TO SGN-RC
           END-CALL
           IF SGN-RC NOT = ZERO
              DISPLAY 'SIGN-ON FAILED - PROGRAM ENDED.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SGN-OPERATOR-ID TO MJP-OPERATOR
           PERFORM LOAD-PRODUCT-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 THRU 3
                    IF SGN-UPDATE-ALLOWED
                       PERFORM MAINTAIN-PRODUCT
                    ELSE
                       DISPLAY 'CHANGES REQUIRE SUPERVISOR AUTHORITY.'
                    END-IF
                 WHEN 4 PERFORM LISTPROD
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       MAINTAIN-PRODUCT.
           EVALUATE CHOICE
              WHEN 1 PERFORM ADDPROD
              WHEN 2 PERFORM CHANGEPROD
              WHEN 3 PERFORM DELETEPROD
           END-EVALUATE.
       WRITE-MAINT-JOURNAL.
      * ONE JOURNAL LINE PER CHANGE; A MISSING JOURNAL WRITER IS
      * REPORTED BUT DOES NOT UNDO THE CHANGE.
           MOVE SPACES TO MJP-KEY
           MOVE WS-ENTRY-NAME TO MJP-KEY
           CALL WS-MNTJRNL-PROG USING MNTJRNL-PARMS
              ON EXCEPTION MOVE 12 TO MJP-RC
           END-CALL
           IF MJP-RC NOT = ZERO
              DISPLAY 'WARNING - CHANGE NOT JOURNALED.'
           END-IF.
       LOAD-PRODUCT-FILE.
      * THE OPTIONAL OPEN RETURNS 05 WHEN THE FILE DOES NOT EXIST
      * YET - THE FILE IS OPEN EITHER WAY AND THE READ LOOP SIMPLY
                    PERFORM ACCEPT-SIZES
                    IF WS-SIZES-OK = 'Y'
                       PERFORM INSERT-IN-NAME-ORDER
                       MOVE 'ADDPROD' TO MJP-ACTION
                       MOVE SPACES TO MJP-BEFORE-IMAGE
                       MOVE WS-PRODUCT-ENTRY(WS-PROD-IDX)
                          TO MJP-AFTER-IMAGE
                       PERFORM WRITE-MAINT-JOURNAL
                       PERFORM REWRITE-PRODUCT-FILE
                       DISPLAY 'PRODUCT ADDED.'
                    ELSE
           ELSE
              PERFORM ACCEPT-SIZES
              IF WS-SIZES-OK = 'Y'
                 MOVE WS-PRODUCT-ENTRY(WS-FOUND-IDX)
                    TO MJP-BEFORE-IMAGE
                 PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
                    UNTIL WS-SIZE-IDX > 3
                    MOVE WS-ENTRY-SIZE(WS-SIZE-IDX)
                       TO WS-PRODSIZE(WS-FOUND-IDX, WS-SIZE-IDX)
                 END-PERFORM
                 MOVE 'CHGPROD' TO MJP-ACTION
                 MOVE WS-PRODUCT-ENTRY(WS-FOUND-IDX)
                    TO MJP-AFTER-IMAGE
                 PERFORM WRITE-MAINT-JOURNAL
                 PERFORM REWRITE-PRODUCT-FILE
                 DISPLAY 'PRODUCT CHANGED.'
              ELSE
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'PRODUCT NOT ON FILE.'
           ELSE
              MOVE 'DELPROD' TO MJP-ACTION
              MOVE WS-PRODUCT-ENTRY(WS-FOUND-IDX) TO MJP-BEFORE-IMAGE
              MOVE SPACES TO MJP-AFTER-IMAGE
              PERFORM WRITE-MAINT-JOURNAL
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-PRODUCT-COUNT
                 MOVE WS-PRODUCT-ENTRY(WS-MOVE-IDX + 1)
