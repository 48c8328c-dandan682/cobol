       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ORDCONV.
      ***************************************
      * ONE-TIME CONVERSION UTILITY: REBUILDS THE ORDER FILE AS AN
      * INDEXED FILE KEYED ON ORDER NUMBER PLUS LINE NUMBER, WITH
      * ALTERNATE KEYS ON CUSTOMER (ORD-IDNUM) AND LIFECYCLE STATUS
      * (ORD-STATUS). READS THE OLD LINE SEQUENTIAL "ORDERS.DAT"
      * AND WRITES "ORDERS-NEW.DAT" UNDER THE ORDREC LAYOUT. AFTER A
      * CLEAN RUN THE OPERATOR RENAMES ORDERS-NEW.DAT OVER
      * ORDERS.DAT.
      *
      * EVERY LINE ENTERED UNDER ORDER NUMBERING BECOMES LINE 1 OF
      * ITS ORDER. THE OLD ORDER-ZERO LINES ARE NUMBERED 1, 2, 3 ...
      * IN FILE ORDER, WHICH IS THE SAME L-NUMBER ORDMNT SHOWED FOR
      * THEM. SHOULD A NUMBER TURN UP TWICE THE SECOND LINE TAKES
      * THE NEXT FREE LINE NUMBER AND IS LISTED. A BLANK STATUS ON
      * AN OLD LINE IS WRITTEN AS 'O' SO THE STATUS KEY FINDS IT.
      *
      * THE OLD FILE IS NOT IN KEY ORDER, SO THE NEW ONE IS LOADED
      * BY RANDOM WRITE. LINE COUNT AND QUANTITY ARE TOTALLED ON
      * BOTH SIDES; RETURN CODE 8 IF THEY DO NOT AGREE.
      ***************************************
       ENVIRONMENT DIVISION.
      ***************************************
       INPUT-OUTPUT SECTION.
      ***************************************
       FILE-CONTROL.
           SELECT OLD-ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLDFILE-STATUS.
           SELECT NEW-ORDERS-FILE ASSIGN TO "ORDERS-NEW.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-NEWFILE-STATUS.
      ***************************************
       DATA DIVISION.
      ***************************************
       FILE SECTION.
      ***************************************
       FD OLD-ORDERS-FILE.
       01 OLD-ORDER-RECORD.
           02 OLD-DATE             PIC 9(8).
           02 FILLER               PIC X.
           02 OLD-IDNUM            PIC 9(5).
           02 FILLER               PIC X.
           02 OLD-PRODNAME         PIC X(10).
           02 FILLER               PIC X.
           02 OLD-SIZE             PIC A.
           02 FILLER               PIC X.
           02 OLD-QTY              PIC 9(4).
           02 FILLER               PIC X.
           02 OLD-UNIT-PRICE       PIC 9(5)V99.
           02 FILLER               PIC X.
           02 OLD-EXT-PRICE        PIC 9(7)V99.
           02 FILLER               PIC X.
           02 OLD-STATUS           PIC X.
           02 FILLER               PIC X.
           02 OLD-ORDER-NUM        PIC 9(6).
           02 FILLER               PIC X.
           02 OLD-TAX-AMT          PIC 9(5)V99.
           02 FILLER               PIC X.
           02 OLD-INVOICE-NUM      PIC 9(6).
       FD NEW-ORDERS-FILE.
           COPY ORDREC.
      **************************************
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       01 WS-WRITTEN-FLAG          PIC X VALUE 'N'.
           88 WS-WRITTEN           VALUE 'Y'.
       01 WS-OLDFILE-STATUS.
           02 WS-OLDFILE-STAT1     PIC X.
           02 WS-OLDFILE-STAT2     PIC X.
       01 WS-NEWFILE-STATUS.
           02 WS-NEWFILE-STAT1     PIC X.
           02 WS-NEWFILE-STAT2     PIC X.
       01 WS-READ-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-CONVERT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-RENUMBER-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-READ-QTY              PIC 9(9) VALUE ZERO.
       01 WS-CONVERT-QTY           PIC 9(9) VALUE ZERO.
       01 WS-ZERO-LINE-NUM         PIC 9(4) VALUE ZERO.
      ***************************************
       PROCEDURE DIVISION.
           DISPLAY 'ORDCONV - ORDER FILE TO INDEXED BY ORDER NUMBER'
           OPEN INPUT OLD-ORDERS-FILE
           IF WS-OLDFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ORDERS.DAT, STATUS: '
                 WS-OLDFILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT NEW-ORDERS-FILE
           IF WS-NEWFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ORDERS-NEW.DAT, STATUS: '
                 WS-NEWFILE-STATUS
              CLOSE OLD-ORDERS-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
              READ OLD-ORDERS-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM CONVERT-RECORD
              END-READ
           END-PERFORM
           CLOSE OLD-ORDERS-FILE, NEW-ORDERS-FILE
           DISPLAY 'ORDER LINES READ:      ' WS-READ-COUNT
              '  QTY ' WS-READ-QTY
           DISPLAY 'ORDER LINES CONVERTED: ' WS-CONVERT-COUNT
              '  QTY ' WS-CONVERT-QTY
           DISPLAY 'LINES RENUMBERED:      ' WS-RENUMBER-COUNT
           DISPLAY 'LINES REJECTED:        ' WS-REJECT-COUNT
           IF WS-CONVERT-COUNT NOT = WS-READ-COUNT
              OR WS-CONVERT-QTY NOT = WS-READ-QTY
              DISPLAY 'CONTROL TOTALS DO NOT AGREE - DO NOT RENAME'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'NOW RENAME ORDERS-NEW.DAT OVER ORDERS.DAT'
           GOBACK.
       CONVERT-RECORD.
           ADD 1 TO WS-READ-COUNT
           ADD OLD-QTY TO WS-READ-QTY
           MOVE SPACES             TO ORDER-RECORD
           MOVE OLD-DATE           TO ORD-DATE
           MOVE OLD-IDNUM          TO ORD-IDNUM
           MOVE OLD-PRODNAME       TO ORD-PRODNAME
           MOVE OLD-SIZE           TO ORD-SIZE
           MOVE OLD-QTY            TO ORD-QTY
           MOVE OLD-UNIT-PRICE     TO ORD-UNIT-PRICE
           MOVE OLD-EXT-PRICE      TO ORD-EXT-PRICE
           MOVE OLD-STATUS         TO ORD-STATUS
           IF ORD-STATUS = SPACE
              MOVE 'O' TO ORD-STATUS
           END-IF
           MOVE OLD-ORDER-NUM      TO ORD-ORDER-NUM
           MOVE OLD-TAX-AMT        TO ORD-TAX-AMT
           MOVE OLD-INVOICE-NUM    TO ORD-INVOICE-NUM
           MOVE ZERO               TO ORD-SHIPTO-NUM
           IF ORD-ORDER-NUM = ZERO
              ADD 1 TO WS-ZERO-LINE-NUM
              MOVE WS-ZERO-LINE-NUM TO ORD-LINE-NUM
           ELSE
              MOVE 1 TO ORD-LINE-NUM
           END-IF
      * A TAKEN KEY MOVES THE LINE ON TO THE NEXT FREE LINE NUMBER
      * OF THE SAME ORDER; ANY OTHER WRITE FAILURE REJECTS IT.
           MOVE 'N' TO WS-WRITTEN-FLAG
           PERFORM UNTIL WS-WRITTEN
              WRITE ORDER-RECORD
                 INVALID KEY
                    IF WS-NEWFILE-STATUS = '22'
                       AND ORD-LINE-NUM < 9999
                       ADD 1 TO ORD-LINE-NUM
                    ELSE
                       DISPLAY 'ORDER LINE REJECTED: ' ORD-ORDER-NUM
                          ' STATUS ' WS-NEWFILE-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                       SET WS-WRITTEN TO TRUE
                    END-IF
                 NOT INVALID KEY
                    IF ORD-LINE-NUM > 1 AND ORD-ORDER-NUM NOT = ZERO
                       DISPLAY 'DUPLICATE ORDER ' ORD-ORDER-NUM
                          ' WRITTEN AS LINE ' ORD-LINE-NUM
                       ADD 1 TO WS-RENUMBER-COUNT
                    END-IF
                    ADD 1 TO WS-CONVERT-COUNT
                    ADD ORD-QTY TO WS-CONVERT-QTY
                    SET WS-WRITTEN TO TRUE
              END-WRITE
           END-PERFORM.
       END PROGRAM ORDCONV.
