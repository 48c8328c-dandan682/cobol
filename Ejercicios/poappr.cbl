       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POAPPR.
      ***************************************
      * BUYER APPROVAL OF SUGGESTED PURCHASE ORDERS, IN THE STYLE OF
      * THE ORDMNT MENU. POGEN WRITES ITS SUGGESTIONS TO PURCHORD.DAT
      * WITH STATUS S; HERE THE BUYER LISTS THEM, ADJUSTS A LINE
      * QUANTITY, AND APPROVES (S TO A) OR CANCELS (S TO X) A WHOLE
      * PO. ONLY APPROVED POS ARE PRINTED BY POPRINT AND MATCHED BY
      * INVRCPT. EVERY DECISION GOES TO THE OPERATIONS LOG.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PO-FILE ASSIGN TO "PURCHORD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PO-FILE.
           COPY POREC.
       WORKING-STORAGE SECTION.
       01 WS-PO-STATUS       PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
      * THE WHOLE PO FILE HELD IN STORAGE WHILE THE MENU IS OPEN;
      * EVERY CHANGE REWRITES THE FILE, THE ORDMNT WAY.
       01 WS-PO-TABLE.
          05 WS-PO-ENTRY OCCURS 1000 TIMES.
             10 WS-PO-DATA    PIC X(71).
       01 WS-PO-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-PO-FULL         PIC X VALUE 'N'.
       01 WS-PO-IDX          PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-PO        PIC X(6).
       01 WS-ENTRY-LINE      PIC X(2).
       01 WS-ENTRY-QTY       PIC X(6).
       01 WS-PO-NUM          PIC 9(6) VALUE ZERO.
       01 WS-LINE-NUM        PIC 9(2) VALUE ZERO.
       01 WS-QTY-NUM         PIC 9(6) VALUE ZERO.
       01 WS-LAST-PO         PIC 9(6) VALUE ZERO.
       01 WS-MATCH-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX       PIC 9(4) VALUE ZERO.
       01 WS-NEW-STATUS      PIC X VALUE SPACE.
       01 WS-LINE-VALUE      PIC 9(9)V99 VALUE ZERO.
       01 DIS-QTY            PIC ZZZZZ9.
       01 DIS-COST           PIC ZZZZ9.99.
       01 DIS-VALUE          PIC ZZZZZZZZ9.99.
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'POAPPR'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'POAPPR - PURCHASE ORDER APPROVAL'
           PERFORM LOAD-PO-FILE
      * A FILE BIGGER THAN THE TABLE WOULD LOSE ITS LATER LINES ON
      * THE FIRST REWRITE, SO THE MENU IS NOT OPENED AT ALL.
           IF WS-PO-FULL = 'Y'
              DISPLAY 'PURCHORD.DAT OVER 1000 LINES'
                 ' - RUN REFUSED, FILE NOT CHANGED'
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'PURCHORD.DAT OVER 1000 LINES - APPROVAL REFUSED'
                 TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'PURCHASE ORDERS'
              DISPLAY ' '
              DISPLAY '1 : LIST SUGGESTED POS'
              DISPLAY '2 : APPROVE PO'
              DISPLAY '3 : CHANGE LINE QUANTITY'
              DISPLAY '4 : CANCEL PO'
              DISPLAY '5 : LIST ALL OUTSTANDING LINES'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM LISTSUGGESTED
                 WHEN 2 PERFORM APPROVEPO
                 WHEN 3 PERFORM CHANGELINE
                 WHEN 4 PERFORM CANCELPO
                 WHEN 5 PERFORM LISTOUTSTANDING
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE MENU ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-PO-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PO-FILE
           IF WS-PO-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-PO-COUNT >= 1000
                 READ PO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PO-COUNT
                       MOVE PO-RECORD TO WS-PO-DATA(WS-PO-COUNT)
                 END-READ
              END-PERFORM
              IF NOT WS-EOF
                 READ PO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END MOVE 'Y' TO WS-PO-FULL
                 END-READ
              END-IF
              CLOSE PO-FILE
           ELSE
              DISPLAY 'ERROR OPENING PURCHORD.DAT, STATUS: '
                 WS-PO-STATUS
           END-IF
           DISPLAY 'PO LINES ON FILE: ' WS-PO-COUNT.
       REWRITE-PO-FILE.
           OPEN OUTPUT PO-FILE
           IF WS-PO-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING PURCHORD.DAT, STATUS: '
                 WS-PO-STATUS
           ELSE
              PERFORM WRITE-ONE-PO
                 VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT
              CLOSE PO-FILE
           END-IF.
       WRITE-ONE-PO.
           MOVE WS-PO-DATA(WS-PO-IDX) TO PO-RECORD
           WRITE PO-RECORD.
       ACCEPT-PO-NUMBER.
           MOVE ZERO TO WS-PO-NUM
           DISPLAY 'ENTER PO NUMBER: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-PO
           IF WS-ENTRY-PO NOT = SPACES
              COMPUTE WS-PO-NUM = FUNCTION NUMVAL(WS-ENTRY-PO)
           END-IF.
       SET-PO-STATUS.
      * MOVES EVERY STILL-SUGGESTED LINE OF THE PO TO WS-NEW-STATUS;
      * LINES ALREADY DECIDED ARE LEFT ALONE.
           MOVE ZERO TO WS-MATCH-COUNT
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-COUNT
              MOVE WS-PO-DATA(WS-PO-IDX) TO PO-RECORD
              IF PO-NUMBER = WS-PO-NUM AND PO-SUGGESTED
                 MOVE WS-NEW-STATUS TO PO-STATUS
                 MOVE PO-RECORD TO WS-PO-DATA(WS-PO-IDX)
                 ADD 1 TO WS-MATCH-COUNT
              END-IF
           END-PERFORM.
       APPROVEPO.
           DISPLAY ' '
           PERFORM ACCEPT-PO-NUMBER
           MOVE 'A' TO WS-NEW-STATUS
           PERFORM SET-PO-STATUS
           IF WS-MATCH-COUNT = ZERO
              DISPLAY 'NO SUGGESTED LINES FOR THAT PO.'
           ELSE
              PERFORM REWRITE-PO-FILE
              DISPLAY 'PO APPROVED, LINES: ' WS-MATCH-COUNT
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'PO ' WS-PO-NUM ' APPROVED, LINES '
                 WS-MATCH-COUNT DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           END-IF.
       CANCELPO.
           DISPLAY ' '
           PERFORM ACCEPT-PO-NUMBER
           MOVE 'X' TO WS-NEW-STATUS
           PERFORM SET-PO-STATUS
           IF WS-MATCH-COUNT = ZERO
              DISPLAY 'NO SUGGESTED LINES FOR THAT PO.'
           ELSE
              PERFORM REWRITE-PO-FILE
              DISPLAY 'PO CANCELLED, LINES: ' WS-MATCH-COUNT
              MOVE 'I' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'PO ' WS-PO-NUM ' CANCELLED, LINES '
                 WS-MATCH-COUNT DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
           END-IF.
       CHANGELINE.
           DISPLAY ' '
           PERFORM ACCEPT-PO-NUMBER
           DISPLAY 'ENTER LINE NUMBER: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-LINE
           MOVE ZERO TO WS-LINE-NUM
           IF WS-ENTRY-LINE NOT = SPACES
              COMPUTE WS-LINE-NUM = FUNCTION NUMVAL(WS-ENTRY-LINE)
           END-IF
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-COUNT
              MOVE WS-PO-DATA(WS-PO-IDX) TO PO-RECORD
              IF PO-NUMBER = WS-PO-NUM AND PO-LINE = WS-LINE-NUM
                 MOVE WS-PO-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'PO LINE NOT ON FILE.'
           ELSE
              MOVE WS-PO-DATA(WS-FOUND-IDX) TO PO-RECORD
              IF NOT PO-SUGGESTED
                 DISPLAY 'ONLY A SUGGESTED LINE CAN BE CHANGED.'
              ELSE
                 MOVE PO-QTY-ORDERED TO DIS-QTY
                 DISPLAY PO-PRODNAME ' ' PO-SIZE
                    ' CURRENT QUANTITY: ' DIS-QTY
                 DISPLAY 'ENTER NEW QUANTITY: ' WITH NO ADVANCING
                 ACCEPT WS-ENTRY-QTY
                 MOVE ZERO TO WS-QTY-NUM
                 IF WS-ENTRY-QTY NOT = SPACES
                    COMPUTE WS-QTY-NUM =
                       FUNCTION NUMVAL(WS-ENTRY-QTY)
                 END-IF
                 IF WS-QTY-NUM = ZERO
                    DISPLAY 'QUANTITY MUST NOT BE ZERO - CANCEL '
                       'THE PO INSTEAD.'
                 ELSE
                    MOVE WS-QTY-NUM TO PO-QTY-ORDERED
                    MOVE PO-RECORD TO WS-PO-DATA(WS-FOUND-IDX)
                    PERFORM REWRITE-PO-FILE
                    DISPLAY 'LINE QUANTITY CHANGED.'
                 END-IF
              END-IF
           END-IF.
       LISTSUGGESTED.
           DISPLAY ' '
           MOVE ZERO TO WS-LAST-PO
           PERFORM LIST-ONE-SUGGESTED
              VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-COUNT.
       LIST-ONE-SUGGESTED.
           MOVE WS-PO-DATA(WS-PO-IDX) TO PO-RECORD
           IF PO-SUGGESTED
              IF PO-NUMBER NOT = WS-LAST-PO
                 MOVE PO-NUMBER TO WS-LAST-PO
                 DISPLAY 'PO ' PO-NUMBER ' SUPPLIER ' PO-SUPP-ID
                    ' DUE ' PO-DUE-DATE
              END-IF
              PERFORM DISPLAY-PO-LINE
           END-IF.
       LISTOUTSTANDING.
           DISPLAY ' '
           PERFORM LIST-ONE-OUTSTANDING
              VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-COUNT.
       LIST-ONE-OUTSTANDING.
           MOVE WS-PO-DATA(WS-PO-IDX) TO PO-RECORD
           IF PO-OUTSTANDING
              DISPLAY 'PO ' PO-NUMBER ' ' PO-STATUS
                 ' DUE ' PO-DUE-DATE WITH NO ADVANCING
              PERFORM DISPLAY-PO-LINE
           END-IF.
       DISPLAY-PO-LINE.
           MOVE PO-QTY-ORDERED TO DIS-QTY
           MOVE PO-UNIT-COST TO DIS-COST
           COMPUTE WS-LINE-VALUE = PO-QTY-ORDERED * PO-UNIT-COST
           MOVE WS-LINE-VALUE TO DIS-VALUE
           DISPLAY '   ' PO-LINE ' ' PO-PRODNAME ' ' PO-SIZE
              ' QTY ' DIS-QTY ' COST ' DIS-COST ' VALUE ' DIS-VALUE.
       END PROGRAM POAPPR.
