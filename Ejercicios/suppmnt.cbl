       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SUPPMNT.
      ***************************************
      * SUPPLIER MAINTENANCE FOR THE PURCHASING SUITE, IN THE STYLE
      * OF THE PRICEMNT MENU. KEEPS TWO FILES:
      *   SUPPLIER.DAT  - THE SUPPLIER MASTER: NAME, ADDRESS FOR THE
      *                   PRINTED PO, AND LEAD TIME IN DAYS FROM
      *                   ORDER TO DELIVERY
      *   prodsupp.dat  - THE PRODUCT SOURCE: FOR EACH PRODUCT/SIZE
      *                   THE SUPPLIER IT IS BOUGHT FROM, THE USUAL
      *                   ORDER QUANTITY AND THE UNIT COST
      * POGEN READS BOTH TO TURN THE INVRPT REORDER FLAGS INTO
      * SUGGESTED PURCHASE ORDERS. PRODUCTS AND SIZES ARE VALIDATED
      * AGAINST PRODMAST.DAT; A SUPPLIER STILL NAMED ON A PRODUCT
      * SOURCE CANNOT BE DELETED.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT OPTIONAL SOURCE-FILE ASSIGN TO "prodsupp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          02 SUP-ID               PIC 9(5).
          02 FILLER               PIC X.
          02 SUP-NAME             PIC X(30).
          02 FILLER               PIC X.
          02 SUP-ADDR-LINE1       PIC X(25).
          02 FILLER               PIC X.
          02 SUP-CITY             PIC X(15).
          02 FILLER               PIC X.
          02 SUP-STATE            PIC X(2).
          02 FILLER               PIC X.
          02 SUP-ZIP              PIC X(10).
          02 FILLER               PIC X.
          02 SUP-LEAD-DAYS        PIC 9(3).
       FD SOURCE-FILE.
       01 SOURCE-RECORD.
          02 PS-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 PS-SIZE              PIC A.
          02 FILLER               PIC X.
          02 PS-SUPP-ID           PIC 9(5).
          02 FILLER               PIC X.
          02 PS-ORDER-QTY         PIC 9(6).
          02 FILLER               PIC X.
          02 PS-UNIT-COST         PIC 9(5)V99.
       FD PRODMAST.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
       WORKING-STORAGE SECTION.
       01 WS-SUPPLIER-STATUS PIC X(2) VALUE '00'.
       01 WS-SOURCE-STATUS   PIC X(2) VALUE '00'.
       01 WS-PRODMAST-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES.
             10 WS-PRODNAME   PIC X(10).
             10 WS-PRODSIZE   PIC A OCCURS 3 TIMES.
       01 WS-PRODUCT-COUNT   PIC 99 VALUE ZERO.
       01 WS-PROD-IDX        PIC 99 VALUE ZERO.
       01 WS-SIZE-IDX        PIC 9 VALUE ZERO.
       01 WS-PRODUCT-OK      PIC X VALUE 'N'.
      * BOTH FILES HELD IN STORAGE WHILE THE MENU IS OPEN; EVERY
      * CHANGE REWRITES THE FILE IT TOUCHED, THE PRODMNT WAY.
       01 WS-SUPPLIER-TABLE.
          05 WS-SUPPLIER-ENTRY OCCURS 200 TIMES.
             10 WS-SUP-ID        PIC 9(5).
             10 WS-SUP-NAME      PIC X(30).
             10 WS-SUP-ADDR      PIC X(25).
             10 WS-SUP-CITY      PIC X(15).
             10 WS-SUP-STATE     PIC X(2).
             10 WS-SUP-ZIP       PIC X(10).
             10 WS-SUP-LEAD      PIC 9(3).
       01 WS-SUPPLIER-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-SUPPLIER-IDX    PIC 9(3) VALUE ZERO.
       01 WS-SOURCE-TABLE.
          05 WS-SOURCE-ENTRY OCCURS 150 TIMES.
             10 WS-PS-PRODNAME   PIC X(10).
             10 WS-PS-SIZE       PIC A.
             10 WS-PS-SUPP-ID    PIC 9(5).
             10 WS-PS-ORDER-QTY  PIC 9(6).
             10 WS-PS-UNIT-COST  PIC 9(5)V99.
       01 WS-SOURCE-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-SOURCE-IDX      PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-IN-USE          PIC X VALUE 'N'.
       01 WS-ENTRY-ID        PIC X(5).
       01 WS-SUPP-ID-NUM     PIC 9(5) VALUE ZERO.
       01 WS-ENTRY-TEXT      PIC X(30).
       01 WS-ENTRY-NUMBER    PIC X(9).
       01 WS-ENTRY-NAME      PIC X(10).
       01 WS-ENTRY-SIZE      PIC A.
       01 WS-LEAD-NUM        PIC 9(3) VALUE ZERO.
       01 WS-QTY-NUM         PIC 9(6) VALUE ZERO.
       01 WS-COST-NUM        PIC 9(5)V99 VALUE ZERO.
       01 DIS-LEAD           PIC ZZ9.
       01 DIS-QTY            PIC ZZZZZ9.
       01 DIS-COST           PIC ZZZZ9.99.
       PROCEDURE DIVISION.
           DISPLAY 'SUPPMNT - SUPPLIER MAINTENANCE'
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-SUPPLIER-FILE
           PERFORM LOAD-SOURCE-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'SUPPLIER RECORDS'
              DISPLAY ' '
              DISPLAY '1 : ADD SUPPLIER'
              DISPLAY '2 : CHANGE SUPPLIER'
              DISPLAY '3 : DELETE SUPPLIER'
              DISPLAY '4 : LIST ALL SUPPLIERS'
              DISPLAY '5 : SET PRODUCT SOURCE'
              DISPLAY '6 : REMOVE PRODUCT SOURCE'
              DISPLAY '7 : LIST PRODUCT SOURCES'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDSUPPLIER
                 WHEN 2 PERFORM CHANGESUPPLIER
                 WHEN 3 PERFORM DELETESUPPLIER
                 WHEN 4 PERFORM LISTSUPPLIER
                 WHEN 5 PERFORM SETSOURCE
                 WHEN 6 PERFORM REMOVESOURCE
                 WHEN 7 PERFORM LISTSOURCE
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
           DISPLAY 'PRODUCTS ON FILE:  ' WS-PRODUCT-COUNT.
       LOAD-SUPPLIER-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SUPPLIER-COUNT >= 200
                 READ SUPPLIER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SUPPLIER-COUNT
                       MOVE SUP-ID
                          TO WS-SUP-ID(WS-SUPPLIER-COUNT)
                       MOVE SUP-NAME
                          TO WS-SUP-NAME(WS-SUPPLIER-COUNT)
                       MOVE SUP-ADDR-LINE1
                          TO WS-SUP-ADDR(WS-SUPPLIER-COUNT)
                       MOVE SUP-CITY
                          TO WS-SUP-CITY(WS-SUPPLIER-COUNT)
                       MOVE SUP-STATE
                          TO WS-SUP-STATE(WS-SUPPLIER-COUNT)
                       MOVE SUP-ZIP
                          TO WS-SUP-ZIP(WS-SUPPLIER-COUNT)
                       MOVE SUP-LEAD-DAYS
                          TO WS-SUP-LEAD(WS-SUPPLIER-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SUPPLIER-FILE
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER.DAT, STATUS: '
                 WS-SUPPLIER-STATUS
           END-IF
           DISPLAY 'SUPPLIERS ON FILE: ' WS-SUPPLIER-COUNT.
       LOAD-SOURCE-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SOURCE-COUNT >= 150
                 READ SOURCE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE PS-PRODNAME
                          TO WS-PS-PRODNAME(WS-SOURCE-COUNT)
                       MOVE PS-SIZE
                          TO WS-PS-SIZE(WS-SOURCE-COUNT)
                       MOVE PS-SUPP-ID
                          TO WS-PS-SUPP-ID(WS-SOURCE-COUNT)
                       MOVE PS-ORDER-QTY
                          TO WS-PS-ORDER-QTY(WS-SOURCE-COUNT)
                       MOVE PS-UNIT-COST
                          TO WS-PS-UNIT-COST(WS-SOURCE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SOURCE-FILE
           ELSE
              DISPLAY 'ERROR OPENING prodsupp.dat, STATUS: '
                 WS-SOURCE-STATUS
           END-IF
           DISPLAY 'SOURCES ON FILE:   ' WS-SOURCE-COUNT.
       REWRITE-SUPPLIER-FILE.
           OPEN OUTPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING SUPPLIER.DAT, STATUS: '
                 WS-SUPPLIER-STATUS
           ELSE
              PERFORM WRITE-ONE-SUPPLIER
                 VARYING WS-SUPPLIER-IDX FROM 1 BY 1
                 UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT
              CLOSE SUPPLIER-FILE
           END-IF.
       WRITE-ONE-SUPPLIER.
           MOVE SPACES TO SUPPLIER-RECORD
           MOVE WS-SUP-ID(WS-SUPPLIER-IDX)    TO SUP-ID
           MOVE WS-SUP-NAME(WS-SUPPLIER-IDX)  TO SUP-NAME
           MOVE WS-SUP-ADDR(WS-SUPPLIER-IDX)  TO SUP-ADDR-LINE1
           MOVE WS-SUP-CITY(WS-SUPPLIER-IDX)  TO SUP-CITY
           MOVE WS-SUP-STATE(WS-SUPPLIER-IDX) TO SUP-STATE
           MOVE WS-SUP-ZIP(WS-SUPPLIER-IDX)   TO SUP-ZIP
           MOVE WS-SUP-LEAD(WS-SUPPLIER-IDX)  TO SUP-LEAD-DAYS
           WRITE SUPPLIER-RECORD.
       REWRITE-SOURCE-FILE.
           OPEN OUTPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING prodsupp.dat, STATUS: '
                 WS-SOURCE-STATUS
           ELSE
              PERFORM WRITE-ONE-SOURCE
                 VARYING WS-SOURCE-IDX FROM 1 BY 1
                 UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
              CLOSE SOURCE-FILE
           END-IF.
       WRITE-ONE-SOURCE.
           MOVE SPACES TO SOURCE-RECORD
           MOVE WS-PS-PRODNAME(WS-SOURCE-IDX)  TO PS-PRODNAME
           MOVE WS-PS-SIZE(WS-SOURCE-IDX)      TO PS-SIZE
           MOVE WS-PS-SUPP-ID(WS-SOURCE-IDX)   TO PS-SUPP-ID
           MOVE WS-PS-ORDER-QTY(WS-SOURCE-IDX) TO PS-ORDER-QTY
           MOVE WS-PS-UNIT-COST(WS-SOURCE-IDX) TO PS-UNIT-COST
           WRITE SOURCE-RECORD.
       ACCEPT-SUPPLIER-ID.
           MOVE ZERO TO WS-SUPP-ID-NUM
           DISPLAY 'ENTER SUPPLIER ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           IF WS-ENTRY-ID NOT = SPACES
              COMPUTE WS-SUPP-ID-NUM = FUNCTION NUMVAL(WS-ENTRY-ID)
           END-IF
           PERFORM FIND-SUPPLIER.
       FIND-SUPPLIER.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-SUPPLIER-IDX FROM 1 BY 1
              UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT
              IF WS-SUP-ID(WS-SUPPLIER-IDX) = WS-SUPP-ID-NUM
                 MOVE WS-SUPPLIER-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       ACCEPT-SUPPLIER-DETAILS.
      * A BLANK ANSWER KEEPS THE VALUE ALREADY IN THE ENTRY, SO A
      * CHANGE ONLY NEEDS THE FIELDS THAT ARE ACTUALLY CHANGING.
           DISPLAY 'ENTER SUPPLIER NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT NOT = SPACES
              MOVE WS-ENTRY-TEXT TO WS-SUP-NAME(WS-FOUND-IDX)
           END-IF
           DISPLAY 'ENTER ADDRESS LINE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT NOT = SPACES
              MOVE WS-ENTRY-TEXT TO WS-SUP-ADDR(WS-FOUND-IDX)
           END-IF
           DISPLAY 'ENTER CITY: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT NOT = SPACES
              MOVE WS-ENTRY-TEXT TO WS-SUP-CITY(WS-FOUND-IDX)
           END-IF
           DISPLAY 'ENTER STATE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT NOT = SPACES
              MOVE WS-ENTRY-TEXT TO WS-SUP-STATE(WS-FOUND-IDX)
           END-IF
           DISPLAY 'ENTER ZIP: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT NOT = SPACES
              MOVE WS-ENTRY-TEXT TO WS-SUP-ZIP(WS-FOUND-IDX)
           END-IF
           DISPLAY 'ENTER LEAD TIME IN DAYS: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NUMBER
           IF WS-ENTRY-NUMBER NOT = SPACES
              COMPUTE WS-LEAD-NUM = FUNCTION NUMVAL(WS-ENTRY-NUMBER)
              MOVE WS-LEAD-NUM TO WS-SUP-LEAD(WS-FOUND-IDX)
           END-IF.
       ADDSUPPLIER.
           DISPLAY ' '
           IF WS-SUPPLIER-COUNT >= 200
              DISPLAY 'SUPPLIER FILE FULL.'
           ELSE
              PERFORM ACCEPT-SUPPLIER-ID
              EVALUATE TRUE
                 WHEN WS-SUPP-ID-NUM = ZERO
                    DISPLAY 'SUPPLIER ID MUST NOT BE ZERO.'
                 WHEN WS-FOUND-IDX > ZERO
                    DISPLAY 'SUPPLIER ALREADY ON FILE.'
                 WHEN OTHER
                    ADD 1 TO WS-SUPPLIER-COUNT
                    MOVE WS-SUPPLIER-COUNT TO WS-FOUND-IDX
                    MOVE SPACES TO WS-SUPPLIER-ENTRY(WS-FOUND-IDX)
                    MOVE WS-SUPP-ID-NUM TO WS-SUP-ID(WS-FOUND-IDX)
                    MOVE ZERO TO WS-SUP-LEAD(WS-FOUND-IDX)
                    PERFORM ACCEPT-SUPPLIER-DETAILS
                    IF WS-SUP-NAME(WS-FOUND-IDX) = SPACES
                       SUBTRACT 1 FROM WS-SUPPLIER-COUNT
                       DISPLAY 'SUPPLIER NAME REQUIRED - NOT ADDED.'
                    ELSE
                       PERFORM REWRITE-SUPPLIER-FILE
                       DISPLAY 'SUPPLIER ADDED.'
                    END-IF
              END-EVALUATE
           END-IF.
       CHANGESUPPLIER.
           DISPLAY ' '
           PERFORM ACCEPT-SUPPLIER-ID
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'SUPPLIER NOT ON FILE.'
           ELSE
              MOVE WS-SUP-LEAD(WS-FOUND-IDX) TO DIS-LEAD
              DISPLAY 'CURRENT: ' WS-SUP-NAME(WS-FOUND-IDX)
                 ' LEAD ' DIS-LEAD
              DISPLAY '(BLANK KEEPS THE CURRENT VALUE)'
              PERFORM ACCEPT-SUPPLIER-DETAILS
              PERFORM REWRITE-SUPPLIER-FILE
              DISPLAY 'SUPPLIER CHANGED.'
           END-IF.
       DELETESUPPLIER.
           DISPLAY ' '
           PERFORM ACCEPT-SUPPLIER-ID
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'SUPPLIER NOT ON FILE.'
           ELSE
              MOVE 'N' TO WS-IN-USE
              PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                 UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
                 IF WS-PS-SUPP-ID(WS-SOURCE-IDX) = WS-SUPP-ID-NUM
                    MOVE 'Y' TO WS-IN-USE
                 END-IF
              END-PERFORM
              IF WS-IN-USE = 'Y'
                 DISPLAY 'SUPPLIER STILL SOURCES PRODUCTS - '
                    'NOT DELETED.'
              ELSE
                 PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                    UNTIL WS-MOVE-IDX >= WS-SUPPLIER-COUNT
                    MOVE WS-SUPPLIER-ENTRY(WS-MOVE-IDX + 1)
                       TO WS-SUPPLIER-ENTRY(WS-MOVE-IDX)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-SUPPLIER-COUNT
                 PERFORM REWRITE-SUPPLIER-FILE
                 DISPLAY 'SUPPLIER DELETED.'
              END-IF
           END-IF.
       LISTSUPPLIER.
           DISPLAY ' '
           PERFORM LIST-ONE-SUPPLIER
              VARYING WS-SUPPLIER-IDX FROM 1 BY 1
              UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT
           DISPLAY 'SUPPLIERS ON FILE: ' WS-SUPPLIER-COUNT.
       LIST-ONE-SUPPLIER.
           MOVE WS-SUP-LEAD(WS-SUPPLIER-IDX) TO DIS-LEAD
           DISPLAY WS-SUP-ID(WS-SUPPLIER-IDX) ' '
              WS-SUP-NAME(WS-SUPPLIER-IDX) ' '
              WS-SUP-CITY(WS-SUPPLIER-IDX) ' '
              WS-SUP-STATE(WS-SUPPLIER-IDX) ' LEAD ' DIS-LEAD.
       ACCEPT-SOURCE-KEY.
           DISPLAY 'ENTER PRODUCT NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY 'ENTER SIZE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-SIZE
           PERFORM CHECK-PRODUCT-AND-SIZE
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
              UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
              IF WS-PS-PRODNAME(WS-SOURCE-IDX) = WS-ENTRY-NAME
                 AND WS-PS-SIZE(WS-SOURCE-IDX) = WS-ENTRY-SIZE
                 MOVE WS-SOURCE-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
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
       SETSOURCE.
      * ONE SOURCE PER PRODUCT/SIZE: SETTING IT AGAIN REPLACES THE
      * SUPPLIER, ORDER QUANTITY AND COST ALREADY ON FILE.
           DISPLAY ' '
           PERFORM ACCEPT-SOURCE-KEY
           EVALUATE TRUE
              WHEN WS-PRODUCT-OK = 'N'
                 DISPLAY 'PRODUCT/SIZE NOT ON PRODUCT FILE.'
              WHEN WS-FOUND-IDX = ZERO AND WS-SOURCE-COUNT >= 150
                 DISPLAY 'PRODUCT SOURCE FILE FULL.'
              WHEN OTHER
                 IF WS-FOUND-IDX > ZERO
                    MOVE WS-PS-SUPP-ID(WS-FOUND-IDX) TO WS-SUPP-ID-NUM
                    MOVE WS-PS-ORDER-QTY(WS-FOUND-IDX) TO DIS-QTY
                    MOVE WS-PS-UNIT-COST(WS-FOUND-IDX) TO DIS-COST
                    DISPLAY 'CURRENT SUPPLIER ' WS-SUPP-ID-NUM
                       ' QTY ' DIS-QTY ' COST ' DIS-COST
                 END-IF
                 PERFORM ACCEPT-SUPPLIER-ID
                 DISPLAY 'ENTER ORDER QUANTITY: ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-NUMBER
                 MOVE ZERO TO WS-QTY-NUM
                 IF WS-ENTRY-NUMBER NOT = SPACES
                    COMPUTE WS-QTY-NUM =
                       FUNCTION NUMVAL(WS-ENTRY-NUMBER)
                 END-IF
                 DISPLAY 'ENTER UNIT COST (NNNNN.NN): '
                    WITH NO ADVANCING
                 ACCEPT WS-ENTRY-NUMBER
                 MOVE ZERO TO WS-COST-NUM
                 IF WS-ENTRY-NUMBER NOT = SPACES
                    COMPUTE WS-COST-NUM =
                       FUNCTION NUMVAL(WS-ENTRY-NUMBER)
                 END-IF
                 PERFORM STORE-SOURCE
           END-EVALUATE.
       STORE-SOURCE.
      * ACCEPT-SUPPLIER-ID REUSED WS-FOUND-IDX FOR THE SUPPLIER, SO
      * THE SOURCE ENTRY IS LOOKED UP AGAIN BEFORE IT IS STORED.
           EVALUATE TRUE
              WHEN WS-FOUND-IDX = ZERO
                 DISPLAY 'SUPPLIER NOT ON FILE - SOURCE NOT SET.'
              WHEN WS-QTY-NUM = ZERO
                 DISPLAY 'ORDER QUANTITY MUST NOT BE ZERO - '
                    'SOURCE NOT SET.'
              WHEN OTHER
                 MOVE ZERO TO WS-FOUND-IDX
                 PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                    UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
                    IF WS-PS-PRODNAME(WS-SOURCE-IDX) = WS-ENTRY-NAME
                       AND WS-PS-SIZE(WS-SOURCE-IDX) = WS-ENTRY-SIZE
                       MOVE WS-SOURCE-IDX TO WS-FOUND-IDX
                    END-IF
                 END-PERFORM
                 IF WS-FOUND-IDX = ZERO
                    ADD 1 TO WS-SOURCE-COUNT
                    MOVE WS-SOURCE-COUNT TO WS-FOUND-IDX
                 END-IF
                 MOVE WS-ENTRY-NAME  TO WS-PS-PRODNAME(WS-FOUND-IDX)
                 MOVE WS-ENTRY-SIZE  TO WS-PS-SIZE(WS-FOUND-IDX)
                 MOVE WS-SUPP-ID-NUM TO WS-PS-SUPP-ID(WS-FOUND-IDX)
                 MOVE WS-QTY-NUM     TO WS-PS-ORDER-QTY(WS-FOUND-IDX)
                 MOVE WS-COST-NUM    TO WS-PS-UNIT-COST(WS-FOUND-IDX)
                 PERFORM REWRITE-SOURCE-FILE
                 DISPLAY 'PRODUCT SOURCE SET.'
           END-EVALUATE.
       REMOVESOURCE.
           DISPLAY ' '
           PERFORM ACCEPT-SOURCE-KEY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'PRODUCT SOURCE NOT ON FILE.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-SOURCE-COUNT
                 MOVE WS-SOURCE-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-SOURCE-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-SOURCE-COUNT
              PERFORM REWRITE-SOURCE-FILE
              DISPLAY 'PRODUCT SOURCE REMOVED.'
           END-IF.
       LISTSOURCE.
           DISPLAY ' '
           PERFORM LIST-ONE-SOURCE
              VARYING WS-SOURCE-IDX FROM 1 BY 1
              UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
           DISPLAY 'SOURCES ON FILE: ' WS-SOURCE-COUNT.
       LIST-ONE-SOURCE.
           MOVE WS-PS-ORDER-QTY(WS-SOURCE-IDX) TO DIS-QTY
           MOVE WS-PS-UNIT-COST(WS-SOURCE-IDX) TO DIS-COST
           DISPLAY WS-PS-PRODNAME(WS-SOURCE-IDX) ' '
              WS-PS-SIZE(WS-SOURCE-IDX) ' SUPPLIER '
              WS-PS-SUPP-ID(WS-SOURCE-IDX) ' QTY ' DIS-QTY
              ' COST ' DIS-COST.
       END PROGRAM SUPPMNT.
