       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STKMOVE.
      ***************************************
      * INVENTORY MOVEMENT RECORDER, CALLED THE WAY LOGMSG IS
      * CALLED. EVERY PROGRAM THAT CHANGES AN ONHAND.DAT QUANTITY
      * CALLS IT ONCE PER CHANGE, AND IT APPENDS ONE TIMESTAMPED
      * LINE TO THE STKMOVE.DAT HISTORY: PRODUCT/SIZE, SOURCE
      * PROGRAM, REFERENCE, SIGNED QUANTITY CHANGE AND THE ON-HAND
      * QUANTITY IT LEFT. STKCARD BUILDS THE STOCK CARD FROM IT.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVEMENT-FILE ASSIGN TO "STKMOVE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOVEMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-FILE.
       COPY MOVREC.
       WORKING-STORAGE SECTION.
       01 WS-MOVEMENT-STATUS PIC XX.
      * THE TIME REGISTER CARRIES HHMMSSCC; ONLY HHMMSS IS KEPT.
       01 WS-MOV-TIME-RAW    PIC 9(8).
       01 WS-MOV-TIME-R REDEFINES WS-MOV-TIME-RAW.
          05 WS-MOV-TIME     PIC 9(6).
          05 FILLER          PIC 9(2).
       LINKAGE SECTION.
       01 STKMOVE-PARMS.
          05 SMV-DATE        PIC 9(8).
          05 SMV-PRODNAME    PIC X(10).
          05 SMV-SIZE        PIC X.
          05 SMV-SOURCE      PIC X(8).
          05 SMV-REF         PIC 9(6).
          05 SMV-QTY         PIC S9(6).
          05 SMV-BALANCE     PIC 9(6).
          05 SMV-RC          PIC 9(2).
       PROCEDURE DIVISION USING STKMOVE-PARMS.
           MOVE ZERO TO SMV-RC
           ACCEPT WS-MOV-TIME-RAW FROM TIME
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = '00' OR '05'
              MOVE SPACES       TO MOV-RECORD
              MOVE SMV-DATE     TO MOV-DATE
              MOVE WS-MOV-TIME  TO MOV-TIME
              MOVE SMV-PRODNAME TO MOV-PRODNAME
              MOVE SMV-SIZE     TO MOV-SIZE
              MOVE SMV-SOURCE   TO MOV-SOURCE
              MOVE SMV-REF      TO MOV-REF
              MOVE SMV-QTY      TO MOV-QTY
              MOVE SMV-BALANCE  TO MOV-BALANCE
              WRITE MOV-RECORD
              CLOSE MOVEMENT-FILE
           ELSE
              DISPLAY 'STKMOVE: CANNOT OPEN STKMOVE.DAT, STATUS '
                 WS-MOVEMENT-STATUS
              MOVE 8 TO SMV-RC
           END-IF
           GOBACK.
       END PROGRAM STKMOVE.
