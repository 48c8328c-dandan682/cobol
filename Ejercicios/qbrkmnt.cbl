       IDENTIFICATION DIVISION.
       PROGRAM-ID.     QBRKMNT.
      ***************************************
      * QUANTITY-BREAK PRICE MAINTENANCE, IN THE STYLE OF THE
      * PRICEMNT MENU. MAINTAINS qtybreak.dat: ONE LINE PER PRODUCT,
      * SIZE, EFFECTIVE DATE AND MINIMUM QUANTITY, WITH THE UNIT
      * PRICE FOR A LINE OF AT LEAST THAT MANY. ORDER ENTRY TAKES THE
      * HIGHEST TIER A LINE REACHES WHEN IT UNDERCUTS THE LIST
      * PRICE. PRODUCTS AND SIZES ARE VALIDATED AGAINST PRODMAST.DAT
      * AND EFFECTIVE DATES THROUGH THE SHARED DATEUTIL ROUTINE. THE
      * LIST SHOWS EACH TIER AGAINST THE LIST PRICE IN FORCE TODAY.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QBREAK-FILE ASSIGN TO "qtybreak.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QBREAK-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT OPTIONAL PRICE-FILE ASSIGN TO "prodprice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRICE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD QBREAK-FILE.
           COPY QBRREC.
       FD PRODMAST.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
       FD PRICE-FILE.
       01 PRICE-RECORD.
          02 PRC-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 PRC-SIZE             PIC A.
          02 FILLER               PIC X.
          02 PRC-EFF-DATE         PIC 9(8).
          02 FILLER               PIC X.
          02 PRC-UNIT-PRICE       PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01 WS-QBREAK-STATUS   PIC X(2) VALUE '00'.
       01 WS-PRODMAST-STATUS PIC X(2) VALUE '00'.
       01 WS-PRICE-STATUS    PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
       01 WS-CURRENT-DATE    PIC 9(8).
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES.
             10 WS-PRODNAME   PIC X(10).
             10 WS-PRODSIZE   PIC A OCCURS 3 TIMES.
       01 WS-PRODUCT-COUNT   PIC 99 VALUE ZERO.
       01 WS-PROD-IDX        PIC 99 VALUE ZERO.
       01 WS-SIZE-IDX        PIC 9 VALUE ZERO.
       01 WS-PRODUCT-OK      PIC X VALUE 'N'.
      * THE LIST PRICES, FOR COMPARISON ONLY.
       01 WS-PRICE-TABLE.
          05 WS-PRICE-ENTRY OCCURS 300 TIMES.
             10 WS-PRC-PRODNAME   PIC X(10).
             10 WS-PRC-SIZE       PIC A.
             10 WS-PRC-EFF-DATE   PIC 9(8).
             10 WS-PRC-PRICE      PIC 9(5)V99.
       01 WS-PRICE-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-PRICE-IDX       PIC 9(3) VALUE ZERO.
       01 WS-BEST-EFF-DATE   PIC 9(8) VALUE ZERO.
       01 WS-LIST-PRICE      PIC 9(5)V99 VALUE ZERO.
      * THE WHOLE TIER FILE HELD IN STORAGE WHILE THE MENU IS
      * OPEN; EVERY CHANGE REWRITES THE FILE, THE PRODMNT WAY.
       01 WS-QBREAK-TABLE.
          05 WS-QBREAK-ENTRY OCCURS 300 TIMES.
             10 WS-QBR-PRODNAME   PIC X(10).
             10 WS-QBR-SIZE       PIC A.
             10 WS-QBR-EFF-DATE   PIC 9(8).
             10 WS-QBR-MIN-QTY    PIC 9(4).
             10 WS-QBR-PRICE      PIC 9(5)V99.
       01 WS-QBREAK-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-QBREAK-IDX      PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-NAME      PIC X(10).
       01 WS-ENTRY-SIZE      PIC A.
       01 WS-ENTRY-DATE      PIC X(8).
       01 WS-ENTRY-QTY       PIC X(4).
       01 WS-ENTRY-PRICE     PIC X(8).
       01 WS-PRICE-NUM       PIC 9(5)V99 VALUE ZERO.
       01 WS-DATE-NUM        PIC 9(8) VALUE ZERO.
       01 WS-QTY-NUM         PIC 9(4) VALUE ZERO.
       01 WS-QTY-IDX         PIC 9 VALUE ZERO.
       01 WS-QTY-BAD         PIC X VALUE 'N'.
       01 DIS-PRICE          PIC ZZZZ9.99.
       01 DIS-LIST-PRICE     PIC ZZZZ9.99.
       01 DIS-MIN-QTY        PIC ZZZ9.
       01 WS-DATEUTIL-PROG   PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'QBRKMNT - QUANTITY-BREAK PRICE MAINTENANCE'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-PRICE-TABLE
           PERFORM LOAD-QBREAK-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'QUANTITY-BREAK TIERS'
              DISPLAY ' '
              DISPLAY '1 : ADD TIER'
              DISPLAY '2 : CHANGE TIER PRICE'
              DISPLAY '3 : DELETE TIER'
              DISPLAY '4 : LIST ALL TIERS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDTIER
                 WHEN 2 PERFORM CHANGETIER
                 WHEN 3 PERFORM DELETETIER
                 WHEN 4 PERFORM LISTTIER
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       LOAD-PRODUCT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRODMAST
           IF WS-PRODMAST-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-PRODUCT-COUNT >= 50
                 READ PRODMAST
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PRODUCT-COUNT
                       MOVE PRODMAST-RECORD
                          TO WS-PRODUCT-ENTRY(WS-PRODUCT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PRODMAST
           ELSE
              DISPLAY '** UNABLE TO OPEN PRODMAST, STATUS: '
                 WS-PRODMAST-STATUS
           END-IF
           DISPLAY 'PRODUCTS ON FILE: ' WS-PRODUCT-COUNT.
       LOAD-PRICE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-PRICE-COUNT >= 300
                 READ PRICE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE PRC-PRODNAME
                          TO WS-PRC-PRODNAME(WS-PRICE-COUNT)
                       MOVE PRC-SIZE
                          TO WS-PRC-SIZE(WS-PRICE-COUNT)
                       MOVE PRC-EFF-DATE
                          TO WS-PRC-EFF-DATE(WS-PRICE-COUNT)
                       MOVE PRC-UNIT-PRICE
                          TO WS-PRC-PRICE(WS-PRICE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PRICE-FILE
           ELSE
              DISPLAY 'ERROR OPENING prodprice.dat, STATUS: '
                 WS-PRICE-STATUS
           END-IF.
       LOAD-QBREAK-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QBREAK-FILE
           IF WS-QBREAK-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-QBREAK-COUNT >= 300
                 READ QBREAK-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-QBREAK-COUNT
                       MOVE QBR-PRODNAME
                          TO WS-QBR-PRODNAME(WS-QBREAK-COUNT)
                       MOVE QBR-SIZE
                          TO WS-QBR-SIZE(WS-QBREAK-COUNT)
                       MOVE QBR-EFF-DATE
                          TO WS-QBR-EFF-DATE(WS-QBREAK-COUNT)
                       MOVE QBR-MIN-QTY
                          TO WS-QBR-MIN-QTY(WS-QBREAK-COUNT)
                       MOVE QBR-UNIT-PRICE
                          TO WS-QBR-PRICE(WS-QBREAK-COUNT)
                 END-READ
              END-PERFORM
              CLOSE QBREAK-FILE
           ELSE
              DISPLAY 'ERROR OPENING qtybreak.dat, STATUS: '
                 WS-QBREAK-STATUS
           END-IF
           DISPLAY 'TIERS ON FILE:    ' WS-QBREAK-COUNT.
       REWRITE-QBREAK-FILE.
           OPEN OUTPUT QBREAK-FILE
           IF WS-QBREAK-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING qtybreak.dat, STATUS: '
                 WS-QBREAK-STATUS
           ELSE
              PERFORM WRITE-ONE-TIER
                 VARYING WS-QBREAK-IDX FROM 1 BY 1
                 UNTIL WS-QBREAK-IDX > WS-QBREAK-COUNT
              CLOSE QBREAK-FILE
           END-IF.
       WRITE-ONE-TIER.
           MOVE SPACES TO QBREAK-RECORD
           MOVE WS-QBR-PRODNAME(WS-QBREAK-IDX) TO QBR-PRODNAME
           MOVE WS-QBR-SIZE(WS-QBREAK-IDX)     TO QBR-SIZE
           MOVE WS-QBR-EFF-DATE(WS-QBREAK-IDX) TO QBR-EFF-DATE
           MOVE WS-QBR-MIN-QTY(WS-QBREAK-IDX)  TO QBR-MIN-QTY
           MOVE WS-QBR-PRICE(WS-QBREAK-IDX)    TO QBR-UNIT-PRICE
           WRITE QBREAK-RECORD.
       ACCEPT-TIER-KEY.
      * PRODUCT, SIZE, EFFECTIVE DATE AND MINIMUM QUANTITY IDENTIFY
      * ONE TIER.
           DISPLAY 'ENTER PRODUCT NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY 'ENTER SIZE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-SIZE
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           DISPLAY 'ENTER MINIMUM QUANTITY: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-QTY
           PERFORM CHECK-PRODUCT-AND-SIZE
           PERFORM CHECK-ENTRY-DATE
           PERFORM CHECK-ENTRY-QTY
           PERFORM FIND-TIER.
       CHECK-PRODUCT-AND-SIZE.
           MOVE 'N' TO WS-PRODUCT-OK
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
              UNTIL WS-PROD-IDX > WS-PRODUCT-COUNT
              IF WS-PRODNAME(WS-PROD-IDX) = WS-ENTRY-NAME
                 PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
                    UNTIL WS-SIZE-IDX > 3
                    IF WS-PRODSIZE(WS-PROD-IDX, WS-SIZE-IDX)
                       = WS-ENTRY-SIZE AND WS-ENTRY-SIZE NOT = SPACE
                       MOVE 'Y' TO WS-PRODUCT-OK
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       CHECK-ENTRY-DATE.
      * THE EFFECTIVE DATE MUST BE A REAL CALENDAR DAY; THE SHARED
      * DATEUTIL ROUTINE HOLDS THE RULES.
           MOVE ZERO TO WS-DATE-NUM
           IF WS-ENTRY-DATE IS NUMERIC
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'VAL' TO DU-FUNCTION
              STRING WS-ENTRY-DATE(1:4) '-' WS-ENTRY-DATE(5:2)
                 '-' WS-ENTRY-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 MOVE WS-ENTRY-DATE TO WS-DATE-NUM
              END-IF
           END-IF.
       CHECK-ENTRY-QTY.
      * A SHORT ENTRY LIKE '50' ARRIVES SPACE-PADDED, SO THE DIGITS
      * ARE CHECKED CHARACTER BY CHARACTER; ANYTHING ELSE LEAVES
      * THE QUANTITY AT ZERO AND THE TIER IS REFUSED.
           MOVE ZERO TO WS-QTY-NUM
           MOVE 'N' TO WS-QTY-BAD
           PERFORM VARYING WS-QTY-IDX FROM 1 BY 1
              UNTIL WS-QTY-IDX > 4
              EVALUATE TRUE
                 WHEN WS-ENTRY-QTY(WS-QTY-IDX:1) IS NUMERIC
                    COMPUTE WS-QTY-NUM = (WS-QTY-NUM * 10)
                       + FUNCTION NUMVAL(WS-ENTRY-QTY(WS-QTY-IDX:1))
                 WHEN WS-ENTRY-QTY(WS-QTY-IDX:1) = SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE 'Y' TO WS-QTY-BAD
              END-EVALUATE
           END-PERFORM
           IF WS-QTY-BAD = 'Y'
              MOVE ZERO TO WS-QTY-NUM
           END-IF.
       FIND-TIER.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-QBREAK-IDX FROM 1 BY 1
              UNTIL WS-QBREAK-IDX > WS-QBREAK-COUNT
              IF WS-QBR-PRODNAME(WS-QBREAK-IDX) = WS-ENTRY-NAME
                 AND WS-QBR-SIZE(WS-QBREAK-IDX) = WS-ENTRY-SIZE
                 AND WS-QBR-EFF-DATE(WS-QBREAK-IDX) = WS-DATE-NUM
                 AND WS-QBR-MIN-QTY(WS-QBREAK-IDX) = WS-QTY-NUM
                 MOVE WS-QBREAK-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       FIND-LIST-PRICE.
      * THE LIST PRICE IN FORCE TODAY FOR THE PRODUCT/SIZE IN
      * WS-ENTRY-NAME/WS-ENTRY-SIZE, ZERO WHEN THERE IS NONE.
           MOVE ZERO TO WS-BEST-EFF-DATE WS-LIST-PRICE
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
              UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
              IF WS-PRC-PRODNAME(WS-PRICE-IDX) = WS-ENTRY-NAME
                 AND WS-PRC-SIZE(WS-PRICE-IDX) = WS-ENTRY-SIZE
                 AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    <= WS-CURRENT-DATE
                 AND WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    >= WS-BEST-EFF-DATE
                 MOVE WS-PRC-EFF-DATE(WS-PRICE-IDX)
                    TO WS-BEST-EFF-DATE
                 MOVE WS-PRC-PRICE(WS-PRICE-IDX) TO WS-LIST-PRICE
              END-IF
           END-PERFORM.
       ACCEPT-TIER-PRICE.
           MOVE ZERO TO WS-PRICE-NUM
           DISPLAY 'ENTER UNIT PRICE (NNNNN.NN): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-PRICE
           IF WS-ENTRY-PRICE = SPACES
              CONTINUE
           ELSE
              COMPUTE WS-PRICE-NUM =
                 FUNCTION NUMVAL(WS-ENTRY-PRICE)
           END-IF.
       WARN-NOT-BELOW-LIST.
      * A TIER AT OR ABOVE LIST IS NEVER USED; SAY SO, BUT KEEP IT,
      * SINCE LIST MAY YET GO UP.
           PERFORM FIND-LIST-PRICE
           IF WS-LIST-PRICE > ZERO AND WS-PRICE-NUM >= WS-LIST-PRICE
              MOVE WS-LIST-PRICE TO DIS-LIST-PRICE
              DISPLAY 'WARNING: NOT BELOW TODAY''S LIST PRICE OF '
                 DIS-LIST-PRICE ' - TIER WILL NOT APPLY.'
           END-IF.
       ADDTIER.
           DISPLAY ' '
           IF WS-QBREAK-COUNT >= 300
              DISPLAY 'TIER FILE FULL.'
           ELSE
              PERFORM ACCEPT-TIER-KEY
              EVALUATE TRUE
                 WHEN WS-PRODUCT-OK = 'N'
                    DISPLAY 'PRODUCT/SIZE NOT ON PRODUCT FILE.'
                 WHEN WS-DATE-NUM = ZERO
                    DISPLAY 'INVALID EFFECTIVE DATE.'
                 WHEN WS-QTY-NUM < 2
                    DISPLAY 'MINIMUM QUANTITY MUST BE AT LEAST 2.'
                 WHEN WS-FOUND-IDX > ZERO
                    DISPLAY 'TIER ALREADY ON FILE.'
                 WHEN OTHER
                    PERFORM ACCEPT-TIER-PRICE
                    IF WS-PRICE-NUM = ZERO
                       DISPLAY 'PRICE MUST NOT BE ZERO - NOT ADDED.'
                    ELSE
                       PERFORM WARN-NOT-BELOW-LIST
                       ADD 1 TO WS-QBREAK-COUNT
                       MOVE WS-ENTRY-NAME
                          TO WS-QBR-PRODNAME(WS-QBREAK-COUNT)
                       MOVE WS-ENTRY-SIZE
                          TO WS-QBR-SIZE(WS-QBREAK-COUNT)
                       MOVE WS-DATE-NUM
                          TO WS-QBR-EFF-DATE(WS-QBREAK-COUNT)
                       MOVE WS-QTY-NUM
                          TO WS-QBR-MIN-QTY(WS-QBREAK-COUNT)
                       MOVE WS-PRICE-NUM
                          TO WS-QBR-PRICE(WS-QBREAK-COUNT)
                       PERFORM REWRITE-QBREAK-FILE
                       DISPLAY 'TIER ADDED.'
                    END-IF
              END-EVALUATE
           END-IF.
       CHANGETIER.
           DISPLAY ' '
           PERFORM ACCEPT-TIER-KEY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'TIER NOT ON FILE.'
           ELSE
              MOVE WS-QBR-PRICE(WS-FOUND-IDX) TO DIS-PRICE
              DISPLAY 'CURRENT PRICE: ' DIS-PRICE
              PERFORM ACCEPT-TIER-PRICE
              IF WS-PRICE-NUM = ZERO
                 DISPLAY 'PRICE MUST NOT BE ZERO - NOT CHANGED.'
              ELSE
                 PERFORM WARN-NOT-BELOW-LIST
                 MOVE WS-PRICE-NUM TO WS-QBR-PRICE(WS-FOUND-IDX)
                 PERFORM REWRITE-QBREAK-FILE
                 DISPLAY 'TIER CHANGED.'
              END-IF
           END-IF.
       DELETETIER.
           DISPLAY ' '
           PERFORM ACCEPT-TIER-KEY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'TIER NOT ON FILE.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-QBREAK-COUNT
                 MOVE WS-QBREAK-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-QBREAK-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-QBREAK-COUNT
              PERFORM REWRITE-QBREAK-FILE
              DISPLAY 'TIER DELETED.'
           END-IF.
       LISTTIER.
           DISPLAY ' '
           DISPLAY 'PRODUCT    S EFF DATE  MIN    PRICE     LIST'
           PERFORM LIST-ONE-TIER
              VARYING WS-QBREAK-IDX FROM 1 BY 1
              UNTIL WS-QBREAK-IDX > WS-QBREAK-COUNT
           DISPLAY 'TIERS ON FILE: ' WS-QBREAK-COUNT.
       LIST-ONE-TIER.
           MOVE WS-QBR-PRODNAME(WS-QBREAK-IDX) TO WS-ENTRY-NAME
           MOVE WS-QBR-SIZE(WS-QBREAK-IDX)     TO WS-ENTRY-SIZE
           PERFORM FIND-LIST-PRICE
           MOVE WS-QBR-MIN-QTY(WS-QBREAK-IDX) TO DIS-MIN-QTY
           MOVE WS-QBR-PRICE(WS-QBREAK-IDX)   TO DIS-PRICE
           MOVE WS-LIST-PRICE                 TO DIS-LIST-PRICE
           DISPLAY WS-QBR-PRODNAME(WS-QBREAK-IDX) ' '
              WS-QBR-SIZE(WS-QBREAK-IDX) ' '
              WS-QBR-EFF-DATE(WS-QBREAK-IDX) ' ' DIS-MIN-QTY ' '
              DIS-PRICE ' ' DIS-LIST-PRICE.
       END PROGRAM QBRKMNT.
