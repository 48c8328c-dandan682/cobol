       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKPSET.
      ***************************************
      * NIGHT-CYCLE BACKUP OF THE MASTER FILES. EVERY FILE REGISTERED
      * IN backupreg.dat (FILE NAME, THEN TYPE S OR I; WITHOUT THE
      * REGISTER THE BUILT-IN LIST BELOW IS USED, THE WAY NIGHTRUN
      * FALLS BACK TO ITS CLASSIC SEQUENCE) IS COPIED INTO TONIGHT'S
      * SET, backup/<yyyymmdd>/<FILE NAME>, AND A LINE FOR IT IS
      * WRITTEN TO THE SET'S MANIFEST.DAT WITH THE RECORD COUNT AND
      * HASH TOTAL TAKEN AS THE RECORDS WENT BY (LAYOUT IN BKMREC).
      * A LINE SEQUENTIAL FILE IS COPIED AS IT STANDS; THE INDEXED
      * ORDER FILE IS UNLOADED IN KEY ORDER TO A SEQUENTIAL COPY.
      *
      * THE SETS KEPT ARE LISTED IN backup/bkpsets.dat (BKSREC). A
      * SECOND RUN ON THE SAME NIGHT REPLACES THAT NIGHT'S SET. ONCE
      * TONIGHT'S SET IS ADDED THE OLDEST SETS BEYOND BACKUP-KEEP
      * (RUNPARMS.DAT THROUGH PARAMS, DEFAULT 7) ARE DELETED, FILES,
      * MANIFEST AND DIRECTORY. BKPDRILL PROVES A SET BY RESTORING
      * IT.
      *
      * RETURN CODE: 0 ALL COPIED, 4 A REGISTERED FILE WAS NOT THERE
      * TONIGHT, 12 A COPY OR THE MANIFEST COULD NOT BE WRITTEN.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "backupreg.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.
           SELECT ORDER-SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-SOURCE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BACKUP-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT OPTIONAL SET-INDEX-FILE
              ASSIGN TO "backup/bkpsets.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INDEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
          02 BKR-FILE-NAME        PIC X(40).
          02 FILLER               PIC X.
          02 BKR-TYPE             PIC X.
       FD SOURCE-FILE.
       01 SOURCE-RECORD           PIC X(512).
       FD ORDER-SOURCE-FILE.
           COPY ORDREC.
       FD BACKUP-FILE.
       01 BACKUP-RECORD           PIC X(512).
       FD MANIFEST-FILE.
           COPY BKMREC.
       FD SET-INDEX-FILE.
           COPY BKSREC.
       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS      PIC XX.
       01 WS-SOURCE-STATUS        PIC XX.
       01 WS-BACKUP-STATUS        PIC XX.
       01 WS-MANIFEST-STATUS      PIC XX.
       01 WS-INDEX-STATUS         PIC XX.
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF                     VALUE 'Y'.
       01 WS-SOURCE-NAME          PIC X(60).
       01 WS-BACKUP-NAME          PIC X(60).
       01 WS-MANIFEST-NAME        PIC X(60).
       01 WS-SET-DIR              PIC X(60).
       01 WS-OLD-SET-DIR          PIC X(60).
       01 WS-DELETE-NAME          PIC X(60).
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-CURRENT-TIME         PIC 9(8).
      * THE MASTER FILES BACKED UP WHEN THERE IS NO backupreg.dat.
       01 WS-DEFAULT-LIST.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'CUSTOMER.DAT'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'PRODMAST.DAT'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'prodprice.dat'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'ONHAND.DAT'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'CREDIT.DAT'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'ORDERS.DAT'.
             10 FILLER PIC X     VALUE 'I'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'INVOICE.DAT'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'ARLEDGER.DAT'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'OPERATOR.DAT'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'student.dat'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'studhist.dat'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'classes.dat'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'subjects.dat'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'attendance.dat'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'guardian.dat'.
             10 FILLER PIC X     VALUE 'S'.
          05 FILLER.
             10 FILLER PIC X(20) VALUE 'resits.dat'.
             10 FILLER PIC X     VALUE 'S'.
       01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-LIST.
          05 WS-DEFAULT-ENTRY OCCURS 16 TIMES.
             10 WS-DEF-NAME       PIC X(20).
             10 WS-DEF-TYPE       PIC X.
       01 WS-REG-TABLE.
          05 WS-REG-ENTRY OCCURS 50 TIMES.
             10 WS-REG-NAME       PIC X(40).
             10 WS-REG-TYPE       PIC X.
       01 WS-REG-COUNT            PIC 99 VALUE ZERO.
       01 WS-REG-IDX              PIC 99 VALUE ZERO.
      * THE SET INDEX, HELD WHILE TONIGHT'S SET IS ADDED AND THE
      * OLDEST PRUNED.
       01 WS-SET-TABLE.
          05 WS-SET-LINE          PIC X(46) OCCURS 100 TIMES.
       01 WS-SET-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-SET-IDX              PIC 9(3) VALUE ZERO.
       01 WS-KEEP-SETS            PIC 9(2) VALUE 7.
      * RECORD HASHING: EACH CHARACTER'S CODE IS READ THROUGH THE LOW
      * BYTE OF A HALFWORD.
       01 WS-HASH-BUFFER          PIC X(512).
       01 WS-HASH-CHARS REDEFINES WS-HASH-BUFFER.
          05 WS-HASH-CHAR         PIC X OCCURS 512 TIMES.
       01 WS-BYTE-PAIR.
          05 WS-BYTE-HIGH         PIC X VALUE LOW-VALUE.
          05 WS-BYTE-LOW          PIC X.
       01 WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
                                  PIC 9(4) COMP.
       01 WS-HASH-COL             PIC 9(4) COMP VALUE ZERO.
       01 WS-FILE-COUNT           PIC 9(8) COMP VALUE ZERO.
       01 WS-FILE-HASH            PIC 9(15) COMP VALUE ZERO.
       01 WS-SHOW-COUNT           PIC 9(8).
       01 WS-FILE-RESULT          PIC X(8).
       01 WS-COPIED-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-MISSING-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-ERROR-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-PARAMS-PROG          PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION        PIC X(5).
          05 PARM-TEXT            PIC X(100).
          05 PARM-KEY             PIC X(20).
          05 PARM-VALUE           PIC X(20).
          05 PARM-RC              PIC 9(2).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM          PIC X(8) VALUE 'BKPSET'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'BKPSET - NIGHTLY BACKUP OF THE MASTER FILES'
           MOVE ZERO TO WS-COPIED-COUNT WS-MISSING-COUNT
              WS-ERROR-COUNT WS-REG-COUNT WS-SET-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM READ-KEEP-PARM
           PERFORM LOAD-REGISTRY
           PERFORM MAKE-SET-DIRECTORY
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ' WS-MANIFEST-NAME ' STATUS: '
                 WS-MANIFEST-STATUS
              MOVE 'E' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'BACKUP SET NOT WRITTEN - MANIFEST STATUS '
                 WS-MANIFEST-STATUS DELIMITED BY SIZE
                 INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM BACKUP-ONE-FILE
              VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT
           CLOSE MANIFEST-FILE
           PERFORM UPDATE-SET-INDEX
           DISPLAY 'FILES COPIED:  ' WS-COPIED-COUNT
           DISPLAY 'FILES MISSING: ' WS-MISSING-COUNT
           DISPLAY 'FILES IN ERROR:' WS-ERROR-COUNT
           DISPLAY 'SETS KEPT:     ' WS-SET-COUNT
           MOVE SPACES TO LOG-MESSAGE
           STRING 'BACKUP SET ' WS-CURRENT-DATE ' COPIED '
              WS-COPIED-COUNT ' MISSING ' WS-MISSING-COUNT
              ' ERRORS ' WS-ERROR-COUNT DELIMITED BY SIZE
              INTO LOG-MESSAGE
           EVALUATE TRUE
              WHEN WS-ERROR-COUNT > ZERO
                 MOVE 'E' TO LOG-SEVERITY
                 PERFORM WRITE-OPS-LOG
                 MOVE 12 TO RETURN-CODE
              WHEN WS-MISSING-COUNT > ZERO
                 MOVE 'W' TO LOG-SEVERITY
                 PERFORM WRITE-OPS-LOG
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'I' TO LOG-SEVERITY
                 PERFORM WRITE-OPS-LOG
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
       READ-KEEP-PARM.
           MOVE 'FILE' TO PARM-FUNCTION
           MOVE SPACES TO PARM-TEXT
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'GET' TO PARM-FUNCTION
           MOVE 'BACKUP-KEEP' TO PARM-KEY
           CALL WS-PARAMS-PROG USING PARM-REQUEST
              ON EXCEPTION MOVE 4 TO PARM-RC
           END-CALL
           IF PARM-RC = ZERO
              EVALUATE TRUE
                 WHEN PARM-VALUE(1:2) IS NUMERIC
                    AND PARM-VALUE(3:1) = SPACE
                    MOVE PARM-VALUE(1:2) TO WS-KEEP-SETS
                 WHEN PARM-VALUE(1:1) IS NUMERIC
                    AND PARM-VALUE(2:1) = SPACE
                    MOVE PARM-VALUE(1:1) TO WS-KEEP-SETS
              END-EVALUATE
           END-IF
           IF WS-KEEP-SETS = ZERO
              MOVE 1 TO WS-KEEP-SETS
           END-IF.
       LOAD-REGISTRY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ REGISTRY-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM STORE-ONE-REGISTRATION
                 END-READ
              END-PERFORM
           END-IF
           IF WS-REGISTRY-STATUS = '00' OR '05' OR '10'
              CLOSE REGISTRY-FILE
           END-IF
           IF WS-REG-COUNT = ZERO
              DISPLAY 'NO backupreg.dat - BUILT-IN FILE LIST USED'
              PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > 16
                 MOVE WS-DEF-NAME(WS-REG-IDX)
                    TO WS-REG-NAME(WS-REG-IDX)
                 MOVE WS-DEF-TYPE(WS-REG-IDX)
                    TO WS-REG-TYPE(WS-REG-IDX)
              END-PERFORM
              MOVE 16 TO WS-REG-COUNT
           END-IF.
       STORE-ONE-REGISTRATION.
      * A BLANK LINE IS SKIPPED; A TYPE OTHER THAN I IS COPIED AS A
      * LINE SEQUENTIAL FILE.
           IF BKR-FILE-NAME NOT = SPACES
              IF WS-REG-COUNT >= 50
                 DISPLAY 'backupreg.dat OVER 50 FILES - NOT BACKED '
                    'UP: ' BKR-FILE-NAME
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 ADD 1 TO WS-REG-COUNT
                 MOVE BKR-FILE-NAME TO WS-REG-NAME(WS-REG-COUNT)
                 IF BKR-TYPE = 'I'
                    MOVE 'I' TO WS-REG-TYPE(WS-REG-COUNT)
                 ELSE
                    MOVE 'S' TO WS-REG-TYPE(WS-REG-COUNT)
                 END-IF
              END-IF
           END-IF.
       MAKE-SET-DIRECTORY.
      * AN ALREADY EXISTING DIRECTORY IS NOT AN ERROR - IT IS A RERUN
      * OR THE BACKUP ROOT MADE ON AN EARLIER NIGHT.
           MOVE 'backup' TO WS-SET-DIR
           CALL 'CBL_CREATE_DIR' USING WS-SET-DIR
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE SPACES TO WS-SET-DIR
           STRING 'backup/' WS-CURRENT-DATE DELIMITED BY SIZE
              INTO WS-SET-DIR
           CALL 'CBL_CREATE_DIR' USING WS-SET-DIR
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE ZERO TO RETURN-CODE
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING WS-SET-DIR DELIMITED BY SPACE
              '/MANIFEST.DAT' DELIMITED BY SIZE
              INTO WS-MANIFEST-NAME
           DISPLAY 'BACKUP SET: ' WS-SET-DIR.
       BACKUP-ONE-FILE.
           MOVE WS-REG-NAME(WS-REG-IDX) TO WS-SOURCE-NAME
           MOVE SPACES TO WS-BACKUP-NAME
           STRING WS-SET-DIR DELIMITED BY SPACE
              '/' DELIMITED BY SIZE
              WS-SOURCE-NAME DELIMITED BY SPACE
              INTO WS-BACKUP-NAME
           MOVE ZERO TO WS-FILE-COUNT WS-FILE-HASH
           MOVE 'COPIED' TO WS-FILE-RESULT
           IF WS-REG-TYPE(WS-REG-IDX) = 'I'
              PERFORM UNLOAD-INDEXED-FILE
           ELSE
              PERFORM COPY-SEQUENTIAL-FILE
           END-IF
           EVALUATE WS-FILE-RESULT
              WHEN 'COPIED'
                 ADD 1 TO WS-COPIED-COUNT
              WHEN 'MISSING'
                 ADD 1 TO WS-MISSING-COUNT
                 MOVE 'W' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'NOT BACKED UP - NO FILE ' WS-SOURCE-NAME
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
              WHEN OTHER
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'E' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'BACKUP FAILED FOR ' WS-SOURCE-NAME
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
           END-EVALUATE
           MOVE WS-FILE-COUNT TO WS-SHOW-COUNT
           DISPLAY WS-FILE-RESULT ' ' WS-SOURCE-NAME(1:30) ' RECORDS '
              WS-SHOW-COUNT
           MOVE SPACES TO MANIFEST-RECORD
           MOVE WS-SOURCE-NAME(1:40)    TO MAN-FILE-NAME
           MOVE WS-REG-TYPE(WS-REG-IDX) TO MAN-TYPE
           MOVE WS-FILE-COUNT           TO MAN-COUNT
           MOVE WS-FILE-HASH            TO MAN-HASH
           MOVE WS-FILE-RESULT          TO MAN-STATUS
           WRITE MANIFEST-RECORD.
       COPY-SEQUENTIAL-FILE.
           OPEN INPUT SOURCE-FILE
           EVALUATE WS-SOURCE-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 MOVE 'MISSING' TO WS-FILE-RESULT
              WHEN OTHER
                 DISPLAY 'ERROR OPENING ' WS-SOURCE-NAME ' STATUS: '
                    WS-SOURCE-STATUS
                 MOVE 'ERROR' TO WS-FILE-RESULT
           END-EVALUATE
           IF WS-FILE-RESULT = 'COPIED'
              OPEN OUTPUT BACKUP-FILE
              IF WS-BACKUP-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING ' WS-BACKUP-NAME ' STATUS: '
                    WS-BACKUP-STATUS
                 MOVE 'ERROR' TO WS-FILE-RESULT
              ELSE
                 MOVE 'N' TO WS-EOF-FLAG
                 PERFORM UNTIL WS-EOF
                    READ SOURCE-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          MOVE SOURCE-RECORD TO WS-HASH-BUFFER
                          PERFORM WRITE-BACKUP-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE BACKUP-FILE
              END-IF
              CLOSE SOURCE-FILE
           END-IF.
       UNLOAD-INDEXED-FILE.
      * THE ORDER FILE IS READ IN KEY ORDER; EACH RECORD IMAGE IS ONE
      * LINE OF THE COPY, SO BKPDRILL CAN RELOAD IT BY KEY.
           OPEN INPUT ORDER-SOURCE-FILE
           EVALUATE WS-SOURCE-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 MOVE 'MISSING' TO WS-FILE-RESULT
              WHEN OTHER
                 DISPLAY 'ERROR OPENING ' WS-SOURCE-NAME ' STATUS: '
                    WS-SOURCE-STATUS
                 MOVE 'ERROR' TO WS-FILE-RESULT
           END-EVALUATE
           IF WS-FILE-RESULT = 'COPIED'
              OPEN OUTPUT BACKUP-FILE
              IF WS-BACKUP-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING ' WS-BACKUP-NAME ' STATUS: '
                    WS-BACKUP-STATUS
                 MOVE 'ERROR' TO WS-FILE-RESULT
              ELSE
                 MOVE 'N' TO WS-EOF-FLAG
                 PERFORM UNTIL WS-EOF
                    READ ORDER-SOURCE-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          MOVE ORDER-RECORD TO WS-HASH-BUFFER
                          PERFORM WRITE-BACKUP-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE BACKUP-FILE
              END-IF
              CLOSE ORDER-SOURCE-FILE
           END-IF.
       WRITE-BACKUP-RECORD.
           ADD 1 TO WS-FILE-COUNT
           PERFORM HASH-RECORD
           WRITE BACKUP-RECORD FROM WS-HASH-BUFFER
           IF WS-BACKUP-STATUS NOT = '00'
              MOVE 'ERROR' TO WS-FILE-RESULT
              SET WS-EOF TO TRUE
           END-IF.
       HASH-RECORD.
      * SAME RULE AS BKPDRILL: EVERY NON-BLANK CHARACTER ADDS ITS
      * CODE TIMES ITS COLUMN.
           PERFORM VARYING WS-HASH-COL FROM 1 BY 1
              UNTIL WS-HASH-COL > 512
              IF WS-HASH-CHAR(WS-HASH-COL) NOT = SPACE
                 MOVE WS-HASH-CHAR(WS-HASH-COL) TO WS-BYTE-LOW
                 COMPUTE WS-FILE-HASH = WS-FILE-HASH
                    + WS-BYTE-VALUE * WS-HASH-COL
              END-IF
           END-PERFORM.
       UPDATE-SET-INDEX.
      * TONIGHT'S SET GOES ON THE END (REPLACING AN EARLIER RUN
      * TONIGHT); THEN THE OLDEST SETS ARE DELETED DOWN TO THE KEEP
      * COUNT AND THE INDEX IS REWRITTEN.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SET-INDEX-FILE
           IF WS-INDEX-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ SET-INDEX-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF BKS-SET-DATE NOT = WS-CURRENT-DATE
                          AND WS-SET-COUNT < 99
                          ADD 1 TO WS-SET-COUNT
                          MOVE BACKUP-SET-RECORD
                             TO WS-SET-LINE(WS-SET-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-INDEX-STATUS = '00' OR '05' OR '10'
              CLOSE SET-INDEX-FILE
           END-IF
           MOVE SPACES TO BACKUP-SET-RECORD
           MOVE WS-CURRENT-DATE TO BKS-SET-DATE
           MOVE WS-CURRENT-TIME(1:6) TO BKS-SET-TIME
           MOVE WS-COPIED-COUNT TO BKS-FILE-COUNT
           EVALUATE TRUE
              WHEN WS-ERROR-COUNT > ZERO
                 MOVE 'ERROR' TO BKS-SET-STATUS
              WHEN WS-MISSING-COUNT > ZERO
                 MOVE 'PARTIAL' TO BKS-SET-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO BKS-SET-STATUS
           END-EVALUATE
           ADD 1 TO WS-SET-COUNT
           MOVE BACKUP-SET-RECORD TO WS-SET-LINE(WS-SET-COUNT)
           PERFORM UNTIL WS-SET-COUNT <= WS-KEEP-SETS
              MOVE WS-SET-LINE(1) TO BACKUP-SET-RECORD
              PERFORM DELETE-OLDEST-SET
              PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                 UNTIL WS-SET-IDX >= WS-SET-COUNT
                 MOVE WS-SET-LINE(WS-SET-IDX + 1)
                    TO WS-SET-LINE(WS-SET-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-SET-COUNT
           END-PERFORM
           OPEN OUTPUT SET-INDEX-FILE
           IF WS-INDEX-STATUS NOT = '00' AND NOT = '05'
              DISPLAY 'ERROR REWRITING backup/bkpsets.dat, STATUS: '
                 WS-INDEX-STATUS
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                 UNTIL WS-SET-IDX > WS-SET-COUNT
                 MOVE WS-SET-LINE(WS-SET-IDX) TO BACKUP-SET-RECORD
                 WRITE BACKUP-SET-RECORD
              END-PERFORM
              CLOSE SET-INDEX-FILE
           END-IF.
       DELETE-OLDEST-SET.
      * EVERY FILE THE SET'S MANIFEST NAMES, THEN THE MANIFEST, THEN
      * THE DIRECTORY.
           MOVE SPACES TO WS-OLD-SET-DIR
           STRING 'backup/' BKS-SET-DATE DELIMITED BY SIZE
              INTO WS-OLD-SET-DIR
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING WS-OLD-SET-DIR DELIMITED BY SPACE
              '/MANIFEST.DAT' DELIMITED BY SIZE
              INTO WS-MANIFEST-NAME
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ MANIFEST-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       MOVE SPACES TO WS-DELETE-NAME
                       STRING WS-OLD-SET-DIR DELIMITED BY SPACE
                          '/' DELIMITED BY SIZE
                          MAN-FILE-NAME DELIMITED BY SPACE
                          INTO WS-DELETE-NAME
                       CALL 'CBL_DELETE_FILE' USING WS-DELETE-NAME
                          ON EXCEPTION CONTINUE
                       END-CALL
                 END-READ
              END-PERFORM
              CLOSE MANIFEST-FILE
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-MANIFEST-NAME
              ON EXCEPTION CONTINUE
           END-CALL
           CALL 'CBL_DELETE_DIR' USING WS-OLD-SET-DIR
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE ZERO TO RETURN-CODE
           DISPLAY 'OLD SET REMOVED: ' WS-OLD-SET-DIR
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'BACKUP SET ' BKS-SET-DATE ' REMOVED - KEEP '
              WS-KEEP-SETS DELIMITED BY SIZE INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG.
       WRITE-OPS-LOG.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM BKPSET.
