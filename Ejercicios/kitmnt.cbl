       IDENTIFICATION DIVISION.
       PROGRAM-ID.     KITMNT.
      ***************************************
      * KIT AND BUNDLE MAINTENANCE, IN THE STYLE OF THE PRICEMNT
      * MENU. MAINTAINS THE KIT DEFINITION FILE kitdef.dat: ONE LINE
      * PER COMPONENT OF A KIT, WITH THE COMPONENT PRODUCT, SIZE AND
      * QUANTITY PER KIT. THE KIT ITSELF AND EVERY COMPONENT MUST BE
      * A PRODUCT/SIZE ON PRODMAST.DAT. KITS DO NOT NEST: A KIT
      * CANNOT BE A COMPONENT, AND A COMPONENT CANNOT BE MADE A KIT.
      * THE FILE IS KEPT IN KIT/COMPONENT ORDER SO EACH KIT'S LINES
      * STAY TOGETHER.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KIT-FILE ASSIGN TO "kitdef.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KIT-FILE.
           COPY KITREC.
       FD PRODMAST.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
       WORKING-STORAGE SECTION.
       01 WS-KIT-STATUS      PIC X(2) VALUE '00'.
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
       01 WS-KIT-OK          PIC X VALUE 'N'.
       01 WS-COMP-OK         PIC X VALUE 'N'.
      * THE WHOLE KIT FILE HELD IN STORAGE WHILE THE MENU IS OPEN;
      * EVERY CHANGE REWRITES THE FILE, THE PRODMNT WAY.
       01 WS-KIT-TABLE.
          05 WS-KIT-ENTRY OCCURS 300 TIMES.
             10 WS-KIT-KEY.
                15 WS-KIT-PRODNAME      PIC X(10).
                15 WS-KIT-SIZE          PIC A.
                15 WS-KIT-COMP-PRODNAME PIC X(10).
                15 WS-KIT-COMP-SIZE     PIC A.
             10 WS-KIT-COMP-QTY         PIC 9(3).
       01 WS-KIT-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-KIT-IDX         PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-COMPONENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-KEY.
          05 WS-ENTRY-KIT-NAME  PIC X(10).
          05 WS-ENTRY-KIT-SIZE  PIC A.
          05 WS-ENTRY-COMP-NAME PIC X(10).
          05 WS-ENTRY-COMP-SIZE PIC A.
       01 WS-CHECK-NAME      PIC X(10).
       01 WS-CHECK-SIZE      PIC A.
       01 WS-ENTRY-QTY       PIC X(3).
       01 WS-QTY-NUM         PIC 9(3) VALUE ZERO.
       01 WS-QTY-IDX         PIC 9 VALUE ZERO.
       01 WS-QTY-BAD         PIC X VALUE 'N'.
       01 WS-IS-COMPONENT    PIC X VALUE 'N'.
       01 WS-IS-KIT          PIC X VALUE 'N'.
       01 DIS-QTY            PIC ZZ9.
       PROCEDURE DIVISION.
           DISPLAY 'KITMNT - KIT AND BUNDLE MAINTENANCE'
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-KIT-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'KIT DEFINITIONS'
              DISPLAY ' '
              DISPLAY '1 : ADD COMPONENT TO KIT'
              DISPLAY '2 : CHANGE COMPONENT QUANTITY'
              DISPLAY '3 : DELETE COMPONENT FROM KIT'
              DISPLAY '4 : LIST ALL KITS'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDCOMPONENT
                 WHEN 2 PERFORM CHANGECOMPONENT
                 WHEN 3 PERFORM DELETECOMPONENT
                 WHEN 4 PERFORM LISTKITS
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
       LOAD-KIT-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT KIT-FILE
           IF WS-KIT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-KIT-COUNT >= 300
                 READ KIT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-KIT-COUNT
                       MOVE KIT-PRODNAME
                          TO WS-KIT-PRODNAME(WS-KIT-COUNT)
                       MOVE KIT-SIZE
                          TO WS-KIT-SIZE(WS-KIT-COUNT)
                       MOVE KIT-COMP-PRODNAME
                          TO WS-KIT-COMP-PRODNAME(WS-KIT-COUNT)
                       MOVE KIT-COMP-SIZE
                          TO WS-KIT-COMP-SIZE(WS-KIT-COUNT)
                       MOVE KIT-COMP-QTY
                          TO WS-KIT-COMP-QTY(WS-KIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE KIT-FILE
           ELSE
              DISPLAY 'ERROR OPENING kitdef.dat, STATUS: '
                 WS-KIT-STATUS
           END-IF
           DISPLAY 'KIT LINES ON FILE: ' WS-KIT-COUNT.
       REWRITE-KIT-FILE.
           OPEN OUTPUT KIT-FILE
           IF WS-KIT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING kitdef.dat, STATUS: '
                 WS-KIT-STATUS
           ELSE
              PERFORM WRITE-ONE-KIT-LINE
                 VARYING WS-KIT-IDX FROM 1 BY 1
                 UNTIL WS-KIT-IDX > WS-KIT-COUNT
              CLOSE KIT-FILE
           END-IF.
       WRITE-ONE-KIT-LINE.
           MOVE SPACES TO KIT-RECORD
           MOVE WS-KIT-PRODNAME(WS-KIT-IDX)      TO KIT-PRODNAME
           MOVE WS-KIT-SIZE(WS-KIT-IDX)          TO KIT-SIZE
           MOVE WS-KIT-COMP-PRODNAME(WS-KIT-IDX) TO KIT-COMP-PRODNAME
           MOVE WS-KIT-COMP-SIZE(WS-KIT-IDX)     TO KIT-COMP-SIZE
           MOVE WS-KIT-COMP-QTY(WS-KIT-IDX)      TO KIT-COMP-QTY
           WRITE KIT-RECORD.
       ACCEPT-KIT-KEY.
      * KIT PRODUCT AND SIZE PLUS COMPONENT PRODUCT AND SIZE
      * IDENTIFY ONE KIT LINE.
           DISPLAY 'ENTER KIT PRODUCT NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-KIT-NAME
           DISPLAY 'ENTER KIT SIZE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-KIT-SIZE
           DISPLAY 'ENTER COMPONENT PRODUCT NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-COMP-NAME
           DISPLAY 'ENTER COMPONENT SIZE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-COMP-SIZE
           MOVE WS-ENTRY-KIT-NAME TO WS-CHECK-NAME
           MOVE WS-ENTRY-KIT-SIZE TO WS-CHECK-SIZE
           PERFORM CHECK-PRODUCT-AND-SIZE
           MOVE WS-PRODUCT-OK TO WS-KIT-OK
           MOVE WS-ENTRY-COMP-NAME TO WS-CHECK-NAME
           MOVE WS-ENTRY-COMP-SIZE TO WS-CHECK-SIZE
           PERFORM CHECK-PRODUCT-AND-SIZE
           MOVE WS-PRODUCT-OK TO WS-COMP-OK
           PERFORM FIND-KIT-LINE.
       CHECK-PRODUCT-AND-SIZE.
           MOVE 'N' TO WS-PRODUCT-OK
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
              UNTIL WS-PROD-IDX > WS-PRODUCT-COUNT
              IF WS-PRODNAME(WS-PROD-IDX) = WS-CHECK-NAME
                 PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
                    UNTIL WS-SIZE-IDX > 3
                    IF WS-PRODSIZE(WS-PROD-IDX, WS-SIZE-IDX)
                       = WS-CHECK-SIZE AND WS-CHECK-SIZE NOT = SPACE
                       MOVE 'Y' TO WS-PRODUCT-OK
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       FIND-KIT-LINE.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-COUNT
              IF WS-KIT-KEY(WS-KIT-IDX) = WS-ENTRY-KEY
                 MOVE WS-KIT-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       CHECK-NESTING.
      * THE NEW KIT MUST NOT ALREADY BE SOMEBODY'S COMPONENT, AND
      * THE NEW COMPONENT MUST NOT ALREADY BE A KIT; ORDER ENTRY
      * EXPLODES ONE LEVEL ONLY.
           MOVE 'N' TO WS-IS-COMPONENT
           MOVE 'N' TO WS-IS-KIT
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-COUNT
              IF WS-KIT-COMP-PRODNAME(WS-KIT-IDX) = WS-ENTRY-KIT-NAME
                 AND WS-KIT-COMP-SIZE(WS-KIT-IDX) = WS-ENTRY-KIT-SIZE
                 MOVE 'Y' TO WS-IS-COMPONENT
              END-IF
              IF WS-KIT-PRODNAME(WS-KIT-IDX) = WS-ENTRY-COMP-NAME
                 AND WS-KIT-SIZE(WS-KIT-IDX) = WS-ENTRY-COMP-SIZE
                 MOVE 'Y' TO WS-IS-KIT
              END-IF
           END-PERFORM.
       ACCEPT-COMPONENT-QTY.
      * A SHORT ENTRY LIKE '2' ARRIVES SPACE-PADDED, SO THE DIGITS
      * ARE CHECKED CHARACTER BY CHARACTER, THE ORDER01 WAY.
           MOVE 'N' TO WS-QTY-BAD
           MOVE ZERO TO WS-QTY-NUM
           DISPLAY 'ENTER QUANTITY PER KIT (1-999): '
              WITH NO ADVANCING
           ACCEPT WS-ENTRY-QTY
           PERFORM VARYING WS-QTY-IDX FROM 1 BY 1
              UNTIL WS-QTY-IDX > 3
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
       ADDCOMPONENT.
           DISPLAY ' '
           IF WS-KIT-COUNT >= 300
              DISPLAY 'KIT FILE FULL.'
           ELSE
              PERFORM ACCEPT-KIT-KEY
              PERFORM CHECK-NESTING
              EVALUATE TRUE
                 WHEN WS-KIT-OK = 'N'
                    DISPLAY 'KIT PRODUCT/SIZE NOT ON PRODUCT FILE.'
                 WHEN WS-COMP-OK = 'N'
                    DISPLAY 'COMPONENT PRODUCT/SIZE NOT ON PRODUCT '
                       'FILE.'
                 WHEN WS-ENTRY-KIT-NAME = WS-ENTRY-COMP-NAME
                    AND WS-ENTRY-KIT-SIZE = WS-ENTRY-COMP-SIZE
                    DISPLAY 'A KIT CANNOT CONTAIN ITSELF.'
                 WHEN WS-IS-COMPONENT = 'Y'
                    DISPLAY 'KIT IS ITSELF A COMPONENT OF ANOTHER '
                       'KIT - KITS DO NOT NEST.'
                 WHEN WS-IS-KIT = 'Y'
                    DISPLAY 'COMPONENT IS ITSELF A KIT - KITS DO '
                       'NOT NEST.'
                 WHEN WS-FOUND-IDX > ZERO
                    DISPLAY 'COMPONENT ALREADY IN THIS KIT.'
                 WHEN OTHER
                    PERFORM ACCEPT-COMPONENT-QTY
                    IF WS-QTY-NUM = ZERO
                       DISPLAY 'QUANTITY MUST BE 1-999 - NOT ADDED.'
                    ELSE
                       PERFORM INSERT-IN-KEY-ORDER
                       PERFORM REWRITE-KIT-FILE
                       DISPLAY 'COMPONENT ADDED.'
                    END-IF
              END-EVALUATE
           END-IF.
       INSERT-IN-KEY-ORDER.
      * EACH NEW LINE GOES IN AT ITS PLACE, THE WAY PICKLIST KEEPS
      * ITS PICK TOTALS, SO A KIT'S COMPONENTS LIST TOGETHER.
           MOVE WS-KIT-COUNT TO WS-MOVE-IDX
           ADD 1 TO WS-KIT-COUNT
           PERFORM UNTIL WS-MOVE-IDX < 1
              OR WS-KIT-KEY(WS-MOVE-IDX) <= WS-ENTRY-KEY
              MOVE WS-KIT-ENTRY(WS-MOVE-IDX)
                 TO WS-KIT-ENTRY(WS-MOVE-IDX + 1)
              SUBTRACT 1 FROM WS-MOVE-IDX
           END-PERFORM
           COMPUTE WS-KIT-IDX = WS-MOVE-IDX + 1
           MOVE WS-ENTRY-KEY TO WS-KIT-KEY(WS-KIT-IDX)
           MOVE WS-QTY-NUM   TO WS-KIT-COMP-QTY(WS-KIT-IDX).
       CHANGECOMPONENT.
           DISPLAY ' '
           PERFORM ACCEPT-KIT-KEY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'COMPONENT NOT IN THIS KIT.'
           ELSE
              MOVE WS-KIT-COMP-QTY(WS-FOUND-IDX) TO DIS-QTY
              DISPLAY 'CURRENT QUANTITY PER KIT: ' DIS-QTY
              PERFORM ACCEPT-COMPONENT-QTY
              IF WS-QTY-NUM = ZERO
                 DISPLAY 'QUANTITY MUST BE 1-999 - NOT CHANGED.'
              ELSE
                 MOVE WS-QTY-NUM TO WS-KIT-COMP-QTY(WS-FOUND-IDX)
                 PERFORM REWRITE-KIT-FILE
                 DISPLAY 'COMPONENT CHANGED.'
              END-IF
           END-IF.
       DELETECOMPONENT.
      * REMOVING THE LAST COMPONENT TURNS THE KIT BACK INTO AN
      * ORDINARY PRODUCT, WHICH THEN NEEDS STOCK OF ITS OWN.
           DISPLAY ' '
           PERFORM ACCEPT-KIT-KEY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'COMPONENT NOT IN THIS KIT.'
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
                 UNTIL WS-MOVE-IDX >= WS-KIT-COUNT
                 MOVE WS-KIT-ENTRY(WS-MOVE-IDX + 1)
                    TO WS-KIT-ENTRY(WS-MOVE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-KIT-COUNT
              PERFORM REWRITE-KIT-FILE
              DISPLAY 'COMPONENT DELETED.'
              MOVE ZERO TO WS-COMPONENT-COUNT
              PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                 UNTIL WS-KIT-IDX > WS-KIT-COUNT
                 IF WS-KIT-PRODNAME(WS-KIT-IDX) = WS-ENTRY-KIT-NAME
                    AND WS-KIT-SIZE(WS-KIT-IDX) = WS-ENTRY-KIT-SIZE
                    ADD 1 TO WS-COMPONENT-COUNT
                 END-IF
              END-PERFORM
              IF WS-COMPONENT-COUNT = ZERO
                 DISPLAY '** ' WS-ENTRY-KIT-NAME ' '
                    WS-ENTRY-KIT-SIZE ' HAS NO COMPONENTS LEFT - '
                    'IT IS NO LONGER A KIT'
              END-IF
           END-IF.
       LISTKITS.
           DISPLAY ' '
           PERFORM LIST-ONE-KIT-LINE
              VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-COUNT
           DISPLAY 'KIT LINES ON FILE: ' WS-KIT-COUNT.
       LIST-ONE-KIT-LINE.
           MOVE WS-KIT-COMP-QTY(WS-KIT-IDX) TO DIS-QTY
           DISPLAY WS-KIT-PRODNAME(WS-KIT-IDX) ' '
              WS-KIT-SIZE(WS-KIT-IDX) ' CONTAINS '
              DIS-QTY ' X '
              WS-KIT-COMP-PRODNAME(WS-KIT-IDX) ' '
              WS-KIT-COMP-SIZE(WS-KIT-IDX).
       END PROGRAM KITMNT.
