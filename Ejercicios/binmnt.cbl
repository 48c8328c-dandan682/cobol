       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BINMNT.
      ***************************************
      * WAREHOUSE BIN LOCATION MAINTENANCE, IN THE STYLE OF THE
      * PRICEMNT MENU. MAINTAINS binloc.dat: THE AISLE, BAY AND
      * LEVEL EACH PRODUCT/SIZE IS SHELVED IN. THE PRODUCT/SIZE
      * MUST BE ON PRODMAST.DAT AND MUST NOT BE A KIT ON
      * kitdef.dat, SINCE A KIT HOLDS NO STOCK. ONE BIN PER
      * PRODUCT/SIZE; ASSIGNING A NEW BIN MOVES IT. THE FILE IS
      * KEPT IN WALKING SEQUENCE, SO THE LIST OPTION READS AS THE
      * PICKER'S ROUTE. THE BINEXC REPORT LISTS STOCK THAT HAS NO
      * BIN YET.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BIN-FILE ASSIGN TO "binloc.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BIN-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT OPTIONAL KIT-FILE ASSIGN TO "kitdef.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BIN-FILE.
           COPY BINREC.
       FD PRODMAST.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME PIC X(10).
          02 PM-PRODSIZE PIC A OCCURS 3 TIMES.
       FD KIT-FILE.
           COPY KITREC.
       WORKING-STORAGE SECTION.
       01 WS-BIN-STATUS      PIC X(2) VALUE '00'.
       01 WS-PRODMAST-STATUS PIC X(2) VALUE '00'.
       01 WS-KIT-STATUS      PIC X(2) VALUE '00'.
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
       01 WS-IS-KIT          PIC X VALUE 'N'.
      * ONLY THE KIT PRODUCT/SIZE IS NEEDED FROM EACH KIT LINE.
       01 WS-KIT-TABLE.
          05 WS-KIT-ENTRY OCCURS 300 TIMES.
             10 WS-KIT-PRODNAME PIC X(10).
             10 WS-KIT-SIZE     PIC A.
       01 WS-KIT-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-KIT-IDX         PIC 9(3) VALUE ZERO.
      * THE WHOLE BIN FILE HELD IN STORAGE WHILE THE MENU IS OPEN;
      * EVERY CHANGE REWRITES THE FILE, THE PRODMNT WAY. THE SORT
      * KEY PUTS THE LOCATION FIRST SO THE TABLE STAYS IN WALKING
      * SEQUENCE.
       01 WS-BIN-TABLE.
          05 WS-BIN-ENTRY OCCURS 150 TIMES.
             10 WS-BIN-SORT-KEY.
                15 WS-BIN-LOCATION   PIC X(5).
                15 WS-BIN-PRODNAME   PIC X(10).
                15 WS-BIN-SIZE       PIC A.
       01 WS-BIN-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-BIN-IDX         PIC 9(3) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-SORT-KEY.
          05 WS-ENTRY-LOCATION.
             10 WS-ENTRY-AISLE  PIC X(2).
             10 WS-ENTRY-BAY    PIC X(2).
             10 WS-ENTRY-LEVEL  PIC X.
          05 WS-ENTRY-NAME      PIC X(10).
          05 WS-ENTRY-SIZE      PIC A.
       01 WS-LOCATION-BAD    PIC X VALUE 'N'.
       01 DIS-BIN.
          05 DIS-BIN-AISLE   PIC X(2).
          05 FILLER          PIC X VALUE '-'.
          05 DIS-BIN-BAY     PIC X(2).
          05 FILLER          PIC X VALUE '-'.
          05 DIS-BIN-LEVEL   PIC X.
       PROCEDURE DIVISION.
           DISPLAY 'BINMNT - WAREHOUSE BIN LOCATION MAINTENANCE'
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-BIN-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'BIN LOCATIONS'
              DISPLAY ' '
              DISPLAY '1 : ASSIGN OR MOVE BIN'
              DISPLAY '2 : REMOVE BIN'
              DISPLAY '3 : LIST BINS IN WALKING SEQUENCE'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ASSIGNBIN
                 WHEN 2 PERFORM REMOVEBIN
                 WHEN 3 PERFORM LISTBINS
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
       LOAD-KIT-TABLE.
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
                 END-READ
              END-PERFORM
              CLOSE KIT-FILE
           END-IF.
       LOAD-BIN-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BIN-FILE
           IF WS-BIN-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-BIN-COUNT >= 150
                 READ BIN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-BIN-COUNT
                       MOVE BIN-LOCATION
                          TO WS-BIN-LOCATION(WS-BIN-COUNT)
                       MOVE BIN-PRODNAME
                          TO WS-BIN-PRODNAME(WS-BIN-COUNT)
                       MOVE BIN-SIZE
                          TO WS-BIN-SIZE(WS-BIN-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BIN-FILE
           ELSE
              DISPLAY 'ERROR OPENING binloc.dat, STATUS: '
                 WS-BIN-STATUS
           END-IF
           DISPLAY 'BINS ON FILE: ' WS-BIN-COUNT.
       REWRITE-BIN-FILE.
           OPEN OUTPUT BIN-FILE
           IF WS-BIN-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING binloc.dat, STATUS: '
                 WS-BIN-STATUS
           ELSE
              PERFORM WRITE-ONE-BIN
                 VARYING WS-BIN-IDX FROM 1 BY 1
                 UNTIL WS-BIN-IDX > WS-BIN-COUNT
              CLOSE BIN-FILE
           END-IF.
       WRITE-ONE-BIN.
           MOVE SPACES TO BIN-RECORD
           MOVE WS-BIN-PRODNAME(WS-BIN-IDX) TO BIN-PRODNAME
           MOVE WS-BIN-SIZE(WS-BIN-IDX)     TO BIN-SIZE
           MOVE WS-BIN-LOCATION(WS-BIN-IDX) TO BIN-LOCATION
           WRITE BIN-RECORD.
       ACCEPT-PRODUCT.
           DISPLAY 'ENTER PRODUCT NAME: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY 'ENTER SIZE: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-SIZE
           PERFORM CHECK-PRODUCT-AND-SIZE
           PERFORM CHECK-KIT
           PERFORM FIND-BIN.
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
       CHECK-KIT.
           MOVE 'N' TO WS-IS-KIT
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-COUNT
              IF WS-KIT-PRODNAME(WS-KIT-IDX) = WS-ENTRY-NAME
                 AND WS-KIT-SIZE(WS-KIT-IDX) = WS-ENTRY-SIZE
                 MOVE 'Y' TO WS-IS-KIT
              END-IF
           END-PERFORM.
       FIND-BIN.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
              UNTIL WS-BIN-IDX > WS-BIN-COUNT
              IF WS-BIN-PRODNAME(WS-BIN-IDX) = WS-ENTRY-NAME
                 AND WS-BIN-SIZE(WS-BIN-IDX) = WS-ENTRY-SIZE
                 MOVE WS-BIN-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       ACCEPT-LOCATION.
      * TWO-DIGIT AISLE AND BAY SO THE LOCATIONS COLLATE IN
      * WALKING ORDER; LEVEL IS A LETTER FROM A AT FLOOR HEIGHT.
           MOVE 'N' TO WS-LOCATION-BAD
           DISPLAY 'ENTER AISLE (01-99): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-AISLE
           DISPLAY 'ENTER BAY (01-99): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-BAY
           DISPLAY 'ENTER LEVEL (A-Z): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-LEVEL
           IF WS-ENTRY-AISLE NOT NUMERIC OR WS-ENTRY-AISLE = '00'
              OR WS-ENTRY-BAY NOT NUMERIC OR WS-ENTRY-BAY = '00'
              OR WS-ENTRY-LEVEL NOT ALPHABETIC
              OR WS-ENTRY-LEVEL = SPACE
              MOVE 'Y' TO WS-LOCATION-BAD
           END-IF.
       ASSIGNBIN.
           DISPLAY ' '
           PERFORM ACCEPT-PRODUCT
           EVALUATE TRUE
              WHEN WS-PRODUCT-OK = 'N'
                 DISPLAY 'PRODUCT/SIZE NOT ON PRODUCT FILE.'
              WHEN WS-IS-KIT = 'Y'
                 DISPLAY 'PRODUCT/SIZE IS A KIT - KITS HOLD NO '
                    'STOCK, BIN THE COMPONENTS.'
              WHEN WS-FOUND-IDX = ZERO AND WS-BIN-COUNT >= 150
                 DISPLAY 'BIN FILE FULL.'
              WHEN OTHER
                 IF WS-FOUND-IDX > ZERO
                    MOVE WS-BIN-LOCATION(WS-FOUND-IDX)
                       TO WS-ENTRY-LOCATION
                    PERFORM FORMAT-ENTRY-BIN
                    DISPLAY 'CURRENT BIN: ' DIS-BIN
                 END-IF
                 PERFORM ACCEPT-LOCATION
                 IF WS-LOCATION-BAD = 'Y'
                    DISPLAY 'AISLE AND BAY MUST BE 01-99, LEVEL A '
                       'LETTER - NOT ASSIGNED.'
                 ELSE
                    PERFORM SHOW-SHARED-BIN
                    IF WS-FOUND-IDX > ZERO
                       PERFORM DROP-BIN-ENTRY
                    END-IF
                    PERFORM INSERT-IN-WALK-ORDER
                    PERFORM REWRITE-BIN-FILE
                    PERFORM FORMAT-ENTRY-BIN
                    DISPLAY 'BIN ' DIS-BIN ' ASSIGNED.'
                 END-IF
           END-EVALUATE.
       SHOW-SHARED-BIN.
      * A SHARED BIN IS ALLOWED BUT THE CLERK SHOULD KNOW ABOUT IT.
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
              UNTIL WS-BIN-IDX > WS-BIN-COUNT
              IF WS-BIN-LOCATION(WS-BIN-IDX) = WS-ENTRY-LOCATION
                 AND WS-BIN-IDX NOT = WS-FOUND-IDX
                 DISPLAY 'NOTE - BIN ALSO HOLDS '
                    WS-BIN-PRODNAME(WS-BIN-IDX) ' '
                    WS-BIN-SIZE(WS-BIN-IDX)
              END-IF
           END-PERFORM.
       FORMAT-ENTRY-BIN.
           MOVE WS-ENTRY-AISLE TO DIS-BIN-AISLE
           MOVE WS-ENTRY-BAY   TO DIS-BIN-BAY
           MOVE WS-ENTRY-LEVEL TO DIS-BIN-LEVEL.
       DROP-BIN-ENTRY.
           PERFORM VARYING WS-MOVE-IDX FROM WS-FOUND-IDX BY 1
              UNTIL WS-MOVE-IDX >= WS-BIN-COUNT
              MOVE WS-BIN-ENTRY(WS-MOVE-IDX + 1)
                 TO WS-BIN-ENTRY(WS-MOVE-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-BIN-COUNT.
       INSERT-IN-WALK-ORDER.
      * EACH BIN GOES IN AT ITS PLACE ON THE ROUTE, THE WAY KITMNT
      * KEEPS ITS LINES IN KEY ORDER.
           MOVE WS-BIN-COUNT TO WS-MOVE-IDX
           ADD 1 TO WS-BIN-COUNT
           PERFORM UNTIL WS-MOVE-IDX < 1
              OR WS-BIN-SORT-KEY(WS-MOVE-IDX) <= WS-ENTRY-SORT-KEY
              MOVE WS-BIN-ENTRY(WS-MOVE-IDX)
                 TO WS-BIN-ENTRY(WS-MOVE-IDX + 1)
              SUBTRACT 1 FROM WS-MOVE-IDX
           END-PERFORM
           COMPUTE WS-BIN-IDX = WS-MOVE-IDX + 1
           MOVE WS-ENTRY-SORT-KEY TO WS-BIN-SORT-KEY(WS-BIN-IDX).
       REMOVEBIN.
           DISPLAY ' '
           PERFORM ACCEPT-PRODUCT
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'NO BIN ASSIGNED TO THIS PRODUCT/SIZE.'
           ELSE
              PERFORM DROP-BIN-ENTRY
              PERFORM REWRITE-BIN-FILE
              DISPLAY 'BIN REMOVED.'
           END-IF.
       LISTBINS.
           DISPLAY ' '
           PERFORM LIST-ONE-BIN
              VARYING WS-BIN-IDX FROM 1 BY 1
              UNTIL WS-BIN-IDX > WS-BIN-COUNT
           DISPLAY 'BINS ON FILE: ' WS-BIN-COUNT.
       LIST-ONE-BIN.
           MOVE WS-BIN-LOCATION(WS-BIN-IDX) TO WS-ENTRY-LOCATION
           PERFORM FORMAT-ENTRY-BIN
           DISPLAY DIS-BIN '  ' WS-BIN-PRODNAME(WS-BIN-IDX) ' '
              WS-BIN-SIZE(WS-BIN-IDX).
       END PROGRAM BINMNT.
