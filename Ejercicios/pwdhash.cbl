       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PWDHASH.
      ***************************************
      * SHARED PASSWORD ROUTINE FOR OPERATOR.DAT. NO PROGRAM KEEPS OR
      * COMPARES A CLEAR-TEXT PASSWORD ANY MORE: FILE05, SIGNON,
      * OPERMNT AND OPRCONV CALL THIS ROUTINE, AND PRUEBAC2 CALLS IT
      * FROM CICS WITH THE SAME PARAMETER AREA FOR VRFY ONLY, WHICH
      * DOES NO FILE I/O AND NO ACCEPT. FUNCTIONS:
      *    HASH = HASH PWH-PASSWORD INTO PWH-NEW-HASH. A BLANK
      *           PWH-SALT IS FIRST FILLED WITH A NEW SALT (BATCH
      *           ONLY - THE SALT IS DRAWN FROM THE CLOCK).
      *    VRFY = HASH PWH-PASSWORD WITH PWH-SALT AND COMPARE IT WITH
      *           PWH-STORED-HASH.
      *    CHNG = PWH-PASSWORD IS THE NEW PASSWORD: REFUSE IT IF IT
      *           MATCHES THE CURRENT HASH OR ANY IN PWH-HISTORY,
      *           OTHERWISE RETURN ITS HASH IN PWH-NEW-HASH AND PUSH
      *           THE CURRENT HASH ONTO THE HISTORY (OLDEST DROPS).
      * RETURN CODE:
      *    00 = DONE / PASSWORD MATCHES
      *    04 = NEW PASSWORD IS ONE OF THE LAST FIVE (CHNG)
      *    08 = PASSWORD DOES NOT MATCH, OR NO HASH ON FILE (VRFY)
      *    12 = UNKNOWN FUNCTION OR BLANK PASSWORD
      *
      * THE HASH RUNS THE SALT, OPERATOR ID AND PASSWORD THROUGH TWO
      * MODULAR ACCUMULATORS (PRIMES JUST UNDER 10**9) FOR 1000
      * ROUNDS AND RETURNS BOTH AS 18 DIGITS. IT CANNOT BE RUN
      * BACKWARDS; THE SALT STOPS TWO OPERATORS WITH THE SAME
      * PASSWORD FROM SHOWING THE SAME HASH, AND THE ROUNDS MAKE
      * GUESSING SLOW.
      ***************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HASH-INPUT.
          05 WS-HI-SALT            PIC X(8).
          05 WS-HI-OPERATOR        PIC X(8).
          05 WS-HI-PASSWORD        PIC X(8).
       01 WS-HASH-CHARS REDEFINES WS-HASH-INPUT.
          05 WS-HASH-CHAR          PIC X OCCURS 24 TIMES.
      * ONE CHARACTER IN THE LOW BYTE OF A HALFWORD, TO READ ITS
      * CODE AS A NUMBER.
       01 WS-BYTE-PAIR.
          05 WS-BYTE-HIGH          PIC X VALUE LOW-VALUE.
          05 WS-BYTE-LOW           PIC X.
       01 WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
                                   PIC 9(4) COMP.
       01 WS-ACCUM-A               PIC 9(18) COMP VALUE ZERO.
       01 WS-ACCUM-B               PIC 9(18) COMP VALUE ZERO.
       01 WS-QUOTIENT              PIC 9(18) COMP VALUE ZERO.
       01 WS-PRIME-A               PIC 9(9) COMP VALUE 999999937.
       01 WS-PRIME-B               PIC 9(9) COMP VALUE 999999929.
       01 WS-MULT-A                PIC 9(7) COMP VALUE 1000003.
       01 WS-MULT-B                PIC 9(7) COMP VALUE 1000033.
       01 WS-ROUNDS                PIC 9(4) COMP VALUE 1000.
       01 WS-ROUND                 PIC 9(4) COMP VALUE ZERO.
       01 WS-CHAR-IDX              PIC 9(2) COMP VALUE ZERO.
       01 WS-HIST-IDX              PIC 9(1) COMP VALUE ZERO.
       01 WS-HASH-RESULT.
          05 WS-HR-A               PIC 9(9).
          05 WS-HR-B               PIC 9(9).
       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-CURRENT-TIME          PIC 9(8).
       01 WS-REUSED                PIC X VALUE 'N'.
       LINKAGE SECTION.
       01 PWDHASH-PARMS.
          05 PWH-FUNCTION          PIC X(4).
          05 PWH-OPERATOR-ID       PIC X(8).
          05 PWH-PASSWORD          PIC X(8).
          05 PWH-SALT              PIC X(8).
          05 PWH-STORED-HASH       PIC X(18).
          05 PWH-HISTORY.
             10 PWH-HIST-ENTRY OCCURS 4 TIMES.
                15 FILLER          PIC X.
                15 PWH-HIST-HASH   PIC X(18).
          05 PWH-NEW-HASH          PIC X(18).
          05 PWH-RC                PIC 9(2).
       PROCEDURE DIVISION USING PWDHASH-PARMS.
           MOVE ZERO TO PWH-RC
           IF PWH-PASSWORD = SPACES
              MOVE 12 TO PWH-RC
              GOBACK
           END-IF
           EVALUATE PWH-FUNCTION
              WHEN 'HASH'
                 IF PWH-SALT = SPACES
                    PERFORM DRAW-SALT
                 END-IF
                 PERFORM HASH-PASSWORD
                 MOVE WS-HASH-RESULT TO PWH-NEW-HASH
              WHEN 'VRFY'
                 PERFORM HASH-PASSWORD
                 IF PWH-STORED-HASH = SPACES
                    OR WS-HASH-RESULT NOT = PWH-STORED-HASH
                    MOVE 8 TO PWH-RC
                 END-IF
              WHEN 'CHNG'
                 PERFORM CHANGE-PASSWORD
              WHEN OTHER
                 MOVE 12 TO PWH-RC
           END-EVALUATE
           GOBACK.
       CHANGE-PASSWORD.
           PERFORM HASH-PASSWORD
           MOVE 'N' TO WS-REUSED
           IF WS-HASH-RESULT = PWH-STORED-HASH
              MOVE 'Y' TO WS-REUSED
           END-IF
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
              UNTIL WS-HIST-IDX > 4
              IF WS-HASH-RESULT = PWH-HIST-HASH(WS-HIST-IDX)
                 MOVE 'Y' TO WS-REUSED
              END-IF
           END-PERFORM
           IF WS-REUSED = 'Y'
              MOVE 4 TO PWH-RC
           ELSE
              PERFORM VARYING WS-HIST-IDX FROM 4 BY -1
                 UNTIL WS-HIST-IDX < 2
                 MOVE PWH-HIST-HASH(WS-HIST-IDX - 1)
                    TO PWH-HIST-HASH(WS-HIST-IDX)
              END-PERFORM
              MOVE PWH-STORED-HASH TO PWH-HIST-HASH(1)
              MOVE WS-HASH-RESULT TO PWH-NEW-HASH
           END-IF.
       DRAW-SALT.
      * THE SALT IS THE CLOCK AND THE OPERATOR ID RUN THROUGH THE
      * SAME MIXING, SO TWO OPERATORS SET UP IN THE SAME HUNDREDTH
      * OF A SECOND STILL GET DIFFERENT SALTS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-HI-SALT
           MOVE PWH-OPERATOR-ID TO WS-HI-OPERATOR
           MOVE WS-CURRENT-TIME TO WS-HI-PASSWORD
           MOVE 1 TO WS-ROUNDS
           PERFORM MIX-HASH-INPUT
           MOVE 1000 TO WS-ROUNDS
           MOVE WS-HR-B(2:8) TO PWH-SALT.
       HASH-PASSWORD.
           MOVE PWH-SALT        TO WS-HI-SALT
           MOVE PWH-OPERATOR-ID TO WS-HI-OPERATOR
           MOVE PWH-PASSWORD    TO WS-HI-PASSWORD
           PERFORM MIX-HASH-INPUT.
       MIX-HASH-INPUT.
           MOVE 7 TO WS-ACCUM-A
           MOVE 11 TO WS-ACCUM-B
           PERFORM VARYING WS-ROUND FROM 1 BY 1
              UNTIL WS-ROUND > WS-ROUNDS
              PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                 UNTIL WS-CHAR-IDX > 24
                 MOVE WS-HASH-CHAR(WS-CHAR-IDX) TO WS-BYTE-LOW
                 COMPUTE WS-ACCUM-A = WS-ACCUM-A * WS-MULT-A
                    + WS-BYTE-VALUE + WS-CHAR-IDX
                 DIVIDE WS-ACCUM-A BY WS-PRIME-A
                    GIVING WS-QUOTIENT
                 COMPUTE WS-ACCUM-A = WS-ACCUM-A
                    - WS-QUOTIENT * WS-PRIME-A
                 COMPUTE WS-ACCUM-B = WS-ACCUM-B * WS-MULT-B
                    + WS-BYTE-VALUE * WS-CHAR-IDX + WS-ROUND
                    + WS-ACCUM-A
                 DIVIDE WS-ACCUM-B BY WS-PRIME-B
                    GIVING WS-QUOTIENT
                 COMPUTE WS-ACCUM-B = WS-ACCUM-B
                    - WS-QUOTIENT * WS-PRIME-B
              END-PERFORM
              COMPUTE WS-ACCUM-A = WS-ACCUM-A + WS-ACCUM-B
              DIVIDE WS-ACCUM-A BY WS-PRIME-A
                 GIVING WS-QUOTIENT
              COMPUTE WS-ACCUM-A = WS-ACCUM-A
                 - WS-QUOTIENT * WS-PRIME-A
           END-PERFORM
           MOVE WS-ACCUM-A TO WS-HR-A
           MOVE WS-ACCUM-B TO WS-HR-B.
       END PROGRAM PWDHASH.
