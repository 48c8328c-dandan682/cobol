       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COSTMNT.
      ***************************************
      * PRODUCT STANDARD COST MAINTENANCE, IN THE STYLE OF THE
      * PRICEMNT MENU. MAINTAINS THE EFFECTIVE-DATED COST FILE
      * prodcost.dat: ONE LINE PER PRODUCT, SIZE AND EFFECTIVE DATE,
      * WITH THE UNIT COST IN FORCE FROM THAT DATE ON. MARGRPT COSTS
      * EACH BILLED ORDER LINE AT THE LATEST EFFECTIVE DATE NOT
      * AFTER THE ORDER DATE. PRODUCTS AND SIZES ARE VALIDATED
      * AGAINST PRODMAST.DAT AND EFFECTIVE DATES THROUGH THE SHARED
      * DATEUTIL ROUTINE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COST-FILE ASSIGN TO "prodcost.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COST-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COST-FILE.
           COPY COSTREC.
       FD PRODMAST.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
       WORKING-STORAGE SECTION.
       01 WS-COST-STATUS     PIC X(2) VALUE '00'.
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
      * THE WHOLE COST FILE HELD IN STORAGE WHILE THE MENU IS
      * OPEN; EVERY CHANGE REWRITES THE FILE, THE PRODMNT WAY.
       01 WS-COST-TABLE.
          05 WS-COST-ENTRY OCCURS 300 TIMES.
             10 WS-CST-PRODNAME   PIC X(10).
             10 WS-CST-SIZE       PIC A.
             10 WS-CST-EFF-DATE   PIC 9(8).
             10 WS-CST-COST       PIC 9(5)V99.
       01 WS-COST-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-COST-IDX        PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-NAME      PIC X(10).
       01 WS-ENTRY-SIZE      PIC A.
       01 WS-ENTRY-DATE      PIC X(8).
       01 WS-ENTRY-COST      PIC X(8).
       01 WS-COST-NUM        PIC 9(5)V99 VALUE ZERO.
       01 WS-DATE-NUM        PIC 9(8) VALUE ZERO.
       01 DIS-COST           PIC ZZZZ9.99.
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
           DISPLAY 'COSTMNT - PRODUCT STANDARD COST MAINTENANCE'
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-COST-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'STANDARD COST RECORDS'
              DISPLAY ' '
              DISPLAY '1 : ADD COST'
              DISPLAY '2 : CHANGE COST'
              DISPLAY '3 : DELETE COST'
              DISPLAY '4 : LIST ALL COSTS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDCOST
                 WHEN 2 PERFORM CHANGECOST
                 WHEN 3 PERFORM DELETECOST
                 WHEN 4 PERFORM LISTCOST
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
       LOAD-COST-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT COST-FILE
           IF WS-COST-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-COST-COUNT >= 300
                 READ COST-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-COST-COUNT
                       MOVE CST-PRODNAME
                          TO WS-CST-PRODNAME(WS-COST-COUNT)
                       MOVE CST-SIZE
                          TO WS-CST-SIZE(WS-COST-COUNT)
                       MOVE CST-EFF-DATE
                          TO WS-CST-EFF-DATE(WS-COST-COUNT)
                       MOVE CST-UNIT-COST
                          TO WS-CST-COST(WS-COST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE COST-FILE
           ELSE
              DISPLAY 'ERROR OPENING prodcost.dat, STATUS: '
                 WS-COST-STATUS
           END-IF
           DISPLAY 'COSTS ON FILE:    ' WS-COST-COUNT.
       REWRITE-COST-FILE.
           OPEN OUTPUT COST-FILE
           IF WS-COST-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING prodcost.dat, STATUS: '
                 WS-COST-STATUS
           ELSE
              PERFORM WRITE-ONE-COST
                 VARYING WS-COST-IDX FROM 1 BY 1
                 UNTIL WS-COST-IDX > WS-COST-COUNT
              CLOSE COST-FILE
           END-IF.
       WRITE-ONE-COST.
           MOVE SPACES TO COST-RECORD
           MOVE WS-CST-PRODNAME(WS-COST-IDX) TO CST-PRODNAME
           MOVE WS-CST-SIZE(WS-COST-IDX)     TO CST-SIZE
           MOVE WS-CST-EFF-DATE(WS-COST-IDX) TO CST-EFF-DATE
           MOVE WS-CST-COST(WS-COST-IDX)     TO CST-UNIT-COST
           WRITE COST-RECORD.
       ACCEPT-COST-KEY.
      * PRODUCT, SIZE AND EFFECTIVE DATE IDENTIFY ONE COST LINE.
           DISPLAY 'ENTER PRODUCT NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY 'ENTER SIZE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-SIZE
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE
           PERFORM CHECK-PRODUCT-AND-SIZE
           PERFORM CHECK-ENTRY-DATE
           PERFORM FIND-COST.
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
       FIND-COST.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
              UNTIL WS-COST-IDX > WS-COST-COUNT
              IF WS-CST-PRODNAME(WS-COST-IDX) = WS-ENTRY-NAME
                 AND WS-CST-SIZE(WS-COST-IDX) = WS-ENTRY-SIZE
                 AND WS-CST-EFF-DATE(WS-COST-IDX) = WS-DATE-NUM
                 MOVE WS-COST-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       ACCEPT-COST-AMOUNT.
           MOVE ZERO TO WS-COST-NUM
           DISPLAY 'ENTER UNIT COST (NNNNN.NN): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-COST
           IF WS-ENTRY-COST = SPACES
              CONTINUE
           ELSE
              COMPUTE WS-COST-NUM =
                 FUNCTION NUMVAL(WS-ENTRY-COST)
           END-IF.
       ADDCOST.
           DISPLAY ' '
           IF WS-COST-COUNT >= 300
              DISPLAY 'COST FILE FULL.'
           ELSE
              PERFORM ACCEPT-COST-KEY
              EVALUATE TRUE
                 WHEN WS-PRODUCT-OK = 'N'
                    DISPLAY 'PRODUCT/SIZE NOT ON PRODUCT FILE.'
                 WHEN WS-DATE-NUM = ZERO
                    DISPLAY 'INVALID EFFECTIVE DATE.'
                 WHEN WS-FOUND-IDX > ZERO
                    DISPLAY 'COST ALREADY ON FILE FOR THAT DATE.'
                 WHEN OTHER
                    PERFORM ACCEPT-COST-AMOUNT
                    IF WS-COST-NUM = ZERO
                       DISPLAY 'COST MUST NOT BE ZERO - NOT ADDED.'
                    ELSE
                       ADD 1 TO WS-COST-COUNT
                       MOVE WS-ENTRY-NAME
                          TO WS-CST-PRODNAME(WS-COST-COUNT)
                       MOVE WS-ENTRY-SIZE
                          TO WS-CST-SIZE(WS-COST-COUNT)
                       MOVE WS-DATE-NUM
                          TO WS-CST-EFF-DATE(WS-COST-COUNT)
                       MOVE WS-COST-NUM
                          TO WS-CST-COST(WS-COST-COUNT)
                       PERFORM REWRITE-COST-FILE
                       DISPLAY 'COST ADDED.'
                    END-IF
              END-EVALUATE
           END-IF.
       CHANGECOST.
           DISPLAY ' '
           PERFORM ACCEPT-COST-KEY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'COST NOT ON FILE.'
           ELSE
              MOVE WS-CST-COST(WS-FOUND-IDX) TO DIS-COST
              DISPLAY 'CURRENT COST: ' DIS-COST
              PERFORM ACCEPT-COST-AMOUNT
              IF WS-COST-NUM = ZERO
                 DISPLAY 'COST MUST NOT BE ZERO - NOT CHANGED.'
              ELSE
                 MOVE WS-COST-NUM TO WS-CST-COST(WS-FOUND-IDX)
                 PERFORM REWRITE-COST-FILE
                 DISPLAY 'COST CHANGED.'
              END-IF
           END-IF.
       DELETECOST.
           DISPLAY ' '
           PERFORM ACCEPT-COST-KEY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'COST NOT ON FILE.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-COST-COUNT
                 MOVE WS-COST-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-COST-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-COST-COUNT
              PERFORM REWRITE-COST-FILE
              DISPLAY 'COST DELETED.'
           END-IF.
       LISTCOST.
           DISPLAY ' '
           PERFORM LIST-ONE-COST
              VARYING WS-COST-IDX FROM 1 BY 1
              UNTIL WS-COST-IDX > WS-COST-COUNT
           DISPLAY 'COSTS ON FILE: ' WS-COST-COUNT.
       LIST-ONE-COST.
           MOVE WS-CST-COST(WS-COST-IDX) TO DIS-COST
           DISPLAY WS-CST-PRODNAME(WS-COST-IDX) ' '
              WS-CST-SIZE(WS-COST-IDX) ' '
              WS-CST-EFF-DATE(WS-COST-IDX) ' ' DIS-COST.
       END PROGRAM COSTMNT.
