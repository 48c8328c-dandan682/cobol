       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKPDRILL.
      ***************************************
      * RESTORE DRILL FOR THE BACKUP SETS WRITTEN BY BKPSET. EVERY
      * FILE THE CHOSEN SET'S MANIFEST LISTS AS COPIED IS RESTORED
      * INTO THE SCRATCH DIRECTORY bkpscratch/ - NEVER OVER THE LIVE
      * FILE - AND THE RESTORED FILE IS READ BACK FOR ITS RECORD
      * COUNT AND HASH TOTAL, WHICH MUST AGREE WITH THE MANIFEST. THE
      * ORDER FILE IS RELOADED AS AN INDEXED FILE AND READ BACK BY
      * KEY, THE WAY IT WOULD BE BROUGHT BACK FOR REAL.
      *
      *    SET=yyyymmdd   THE SET TO DRILL (DEFAULT THE NEWEST SET IN
      *                   backup/bkpsets.dat)
      *
      * THE DRILL DATE AND RESULT (PASSED/FAILED) ARE STAMPED ON THE
      * SET'S LINE IN backup/bkpsets.dat.
      *
      * RETURN CODE: 0 EVERY FILE PROVED, 8 A FILE DID NOT AGREE WITH
      * THE MANIFEST OR COULD NOT BE RESTORED, 12 NO SUCH SET.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SET-INDEX-FILE
              ASSIGN TO "backup/bkpsets.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INDEX-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BACKUP-STATUS.
           SELECT RESTORE-FILE ASSIGN TO DYNAMIC WS-RESTORE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESTORE-STATUS.
           SELECT ORDER-RESTORE-FILE ASSIGN TO DYNAMIC WS-RESTORE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-RESTORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SET-INDEX-FILE.
           COPY BKSREC.
       FD MANIFEST-FILE.
           COPY BKMREC.
       FD BACKUP-FILE.
       01 BACKUP-RECORD           PIC X(512).
       FD RESTORE-FILE.
       01 RESTORE-RECORD          PIC X(512).
       FD ORDER-RESTORE-FILE.
           COPY ORDREC.
       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS         PIC XX.
       01 WS-MANIFEST-STATUS      PIC XX.
       01 WS-BACKUP-STATUS        PIC XX.
       01 WS-RESTORE-STATUS       PIC XX.
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF                     VALUE 'Y'.
       01 WS-MANIFEST-EOF         PIC X VALUE 'N'.
          88 WS-END-OF-MANIFEST         VALUE 'Y'.
       01 WS-CMDLINE-FULL         PIC X(100).
       01 WS-EQUALS-COUNT         PIC 99 VALUE ZERO.
       01 WS-DRILL-SET            PIC X(8) VALUE SPACES.
       01 WS-SET-DIR              PIC X(60).
       01 WS-SCRATCH-DIR          PIC X(60) VALUE 'bkpscratch'.
       01 WS-MANIFEST-NAME        PIC X(60).
       01 WS-BACKUP-NAME          PIC X(60).
       01 WS-RESTORE-NAME         PIC X(60).
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-SET-TABLE.
          05 WS-SET-LINE          PIC X(46) OCCURS 100 TIMES.
       01 WS-SET-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-SET-IDX              PIC 9(3) VALUE ZERO.
       01 WS-SET-FOUND            PIC 9(3) VALUE ZERO.
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
       01 WS-SHOW-HASH            PIC 9(15).
       01 WS-FILE-RESULT          PIC X(8).
       01 WS-DRILL-RESULT         PIC X(8).
       01 WS-PROVED-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-MISMATCH-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-SKIPPED-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-PARAMS-PROG          PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION        PIC X(5).
          05 PARM-TEXT            PIC X(100).
          05 PARM-KEY             PIC X(20).
          05 PARM-VALUE           PIC X(20).
          05 PARM-RC              PIC 9(2).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM          PIC X(8) VALUE 'BKPDRILL'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'BKPDRILL - BACKUP SET RESTORE DRILL'
           MOVE ZERO TO WS-PROVED-COUNT WS-MISMATCH-COUNT
              WS-SKIPPED-COUNT WS-SET-COUNT WS-SET-FOUND
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-DRILL-PARMS
           PERFORM LOAD-SET-INDEX
           IF WS-DRILL-SET = SPACES AND WS-SET-COUNT > ZERO
              MOVE WS-SET-LINE(WS-SET-COUNT) TO BACKUP-SET-RECORD
              MOVE BKS-SET-DATE TO WS-DRILL-SET
              MOVE WS-SET-COUNT TO WS-SET-FOUND
           END-IF
           IF WS-DRILL-SET = SPACES
              DISPLAY 'NO BACKUP SET TO DRILL - backup/bkpsets.dat '
                 'IS EMPTY'
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'NO BACKUP SET TO DRILL' TO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-SET-DIR
           STRING 'backup/' WS-DRILL-SET DELIMITED BY SIZE
              INTO WS-SET-DIR
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING WS-SET-DIR DELIMITED BY SPACE
              '/MANIFEST.DAT' DELIMITED BY SIZE
              INTO WS-MANIFEST-NAME
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
              DISPLAY 'NO MANIFEST FOR SET ' WS-DRILL-SET ', STATUS: '
                 WS-MANIFEST-STATUS
              MOVE 'E' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'NO MANIFEST FOR BACKUP SET ' WS-DRILL-SET
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'DRILLING SET: ' WS-SET-DIR
           CALL 'CBL_CREATE_DIR' USING WS-SCRATCH-DIR
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE ZERO TO RETURN-CODE
           PERFORM UNTIL WS-END-OF-MANIFEST
              READ MANIFEST-FILE
                 AT END SET WS-END-OF-MANIFEST TO TRUE
                 NOT AT END PERFORM DRILL-ONE-FILE
              END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF WS-MISMATCH-COUNT > ZERO
              MOVE 'FAILED' TO WS-DRILL-RESULT
           ELSE
              MOVE 'PASSED' TO WS-DRILL-RESULT
           END-IF
           PERFORM STAMP-SET-INDEX
           DISPLAY 'FILES PROVED:     ' WS-PROVED-COUNT
           DISPLAY 'FILES NOT PROVED: ' WS-MISMATCH-COUNT
           DISPLAY 'NOT IN THE SET:   ' WS-SKIPPED-COUNT
           DISPLAY 'DRILL ' WS-DRILL-RESULT
           MOVE SPACES TO LOG-MESSAGE
           STRING 'RESTORE DRILL OF SET ' WS-DRILL-SET ' '
              WS-DRILL-RESULT ' PROVED ' WS-PROVED-COUNT
              ' NOT PROVED ' WS-MISMATCH-COUNT
              DELIMITED BY SIZE INTO LOG-MESSAGE
           IF WS-MISMATCH-COUNT > ZERO
              MOVE 'E' TO LOG-SEVERITY
              PERFORM WRITE-OPS-LOG
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'I' TO LOG-SEVERITY
              PERFORM WRITE-OPS-LOG
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       READ-DRILL-PARMS.
           ACCEPT WS-CMDLINE-FULL FROM COMMAND-LINE
           MOVE ZERO TO WS-EQUALS-COUNT
           INSPECT WS-CMDLINE-FULL
              TALLYING WS-EQUALS-COUNT FOR ALL '='
           IF WS-EQUALS-COUNT > ZERO
              MOVE 'PARSE' TO PARM-FUNCTION
              MOVE WS-CMDLINE-FULL TO PARM-TEXT
              CALL WS-PARAMS-PROG USING PARM-REQUEST
              END-CALL
              MOVE 'GET' TO PARM-FUNCTION
              MOVE 'SET' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
              END-CALL
              IF PARM-RC = ZERO AND PARM-VALUE(1:8) IS NUMERIC
                 MOVE PARM-VALUE(1:8) TO WS-DRILL-SET
              END-IF
           END-IF.
       LOAD-SET-INDEX.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SET-INDEX-FILE
           IF WS-INDEX-STATUS = '00'
              PERFORM UNTIL WS-EOF
                 READ SET-INDEX-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-SET-COUNT < 100
                          ADD 1 TO WS-SET-COUNT
                          MOVE BACKUP-SET-RECORD
                             TO WS-SET-LINE(WS-SET-COUNT)
                          IF BKS-SET-DATE = WS-DRILL-SET
                             MOVE WS-SET-COUNT TO WS-SET-FOUND
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-INDEX-STATUS = '00' OR '05' OR '10'
              CLOSE SET-INDEX-FILE
           END-IF.
       DRILL-ONE-FILE.
           IF MAN-STATUS NOT = 'COPIED'
              ADD 1 TO WS-SKIPPED-COUNT
              DISPLAY 'NOT IN SET ' MAN-FILE-NAME(1:30) ' '
                 MAN-STATUS
           ELSE
              MOVE SPACES TO WS-BACKUP-NAME WS-RESTORE-NAME
              STRING WS-SET-DIR DELIMITED BY SPACE
                 '/' DELIMITED BY SIZE
                 MAN-FILE-NAME DELIMITED BY SPACE
                 INTO WS-BACKUP-NAME
              STRING WS-SCRATCH-DIR DELIMITED BY SPACE
                 '/' DELIMITED BY SIZE
                 MAN-FILE-NAME DELIMITED BY SPACE
                 INTO WS-RESTORE-NAME
              MOVE 'OK' TO WS-FILE-RESULT
              IF MAN-TYPE = 'I'
                 PERFORM RESTORE-INDEXED-FILE
              ELSE
                 PERFORM RESTORE-SEQUENTIAL-FILE
              END-IF
              IF WS-FILE-RESULT = 'OK'
                 PERFORM PROVE-RESTORED-FILE
              END-IF
              MOVE WS-FILE-COUNT TO WS-SHOW-COUNT
              MOVE WS-FILE-HASH TO WS-SHOW-HASH
              DISPLAY WS-FILE-RESULT ' ' MAN-FILE-NAME(1:30)
                 ' RECORDS ' WS-SHOW-COUNT ' HASH ' WS-SHOW-HASH
              IF WS-FILE-RESULT = 'OK'
                 ADD 1 TO WS-PROVED-COUNT
              ELSE
                 ADD 1 TO WS-MISMATCH-COUNT
                 DISPLAY '   MANIFEST RECORDS ' MAN-COUNT ' HASH '
                    MAN-HASH
                 MOVE 'E' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'DRILL ' WS-DRILL-SET ' ' WS-FILE-RESULT ' '
                    MAN-FILE-NAME DELIMITED BY SIZE
                    INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
              END-IF
           END-IF.
       RESTORE-SEQUENTIAL-FILE.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ' WS-BACKUP-NAME ' STATUS: '
                 WS-BACKUP-STATUS
              MOVE 'FAILED' TO WS-FILE-RESULT
           ELSE
              OPEN OUTPUT RESTORE-FILE
              IF WS-RESTORE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING ' WS-RESTORE-NAME ' STATUS: '
                    WS-RESTORE-STATUS
                 MOVE 'FAILED' TO WS-FILE-RESULT
              ELSE
                 MOVE 'N' TO WS-EOF-FLAG
                 PERFORM UNTIL WS-EOF
                    READ BACKUP-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          WRITE RESTORE-RECORD FROM BACKUP-RECORD
                          IF WS-RESTORE-STATUS NOT = '00'
                             MOVE 'FAILED' TO WS-FILE-RESULT
                             SET WS-EOF TO TRUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RESTORE-FILE
              END-IF
              CLOSE BACKUP-FILE
           END-IF.
       RESTORE-INDEXED-FILE.
      * THE COPY HOLDS THE RECORDS IN KEY ORDER, SO THEY LOAD
      * STRAIGHT INTO A NEW INDEXED FILE.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ' WS-BACKUP-NAME ' STATUS: '
                 WS-BACKUP-STATUS
              MOVE 'FAILED' TO WS-FILE-RESULT
           ELSE
              OPEN OUTPUT ORDER-RESTORE-FILE
              IF WS-RESTORE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING ' WS-RESTORE-NAME ' STATUS: '
                    WS-RESTORE-STATUS
                 MOVE 'FAILED' TO WS-FILE-RESULT
              ELSE
                 MOVE 'N' TO WS-EOF-FLAG
                 PERFORM UNTIL WS-EOF
                    READ BACKUP-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          MOVE BACKUP-RECORD TO ORDER-RECORD
                          WRITE ORDER-RECORD
                          IF WS-RESTORE-STATUS NOT = '00'
                             DISPLAY 'RELOAD OF ' WS-RESTORE-NAME
                                ' STOPPED, STATUS: '
                                WS-RESTORE-STATUS
                             MOVE 'FAILED' TO WS-FILE-RESULT
                             SET WS-EOF TO TRUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ORDER-RESTORE-FILE
              END-IF
              CLOSE BACKUP-FILE
           END-IF.
       PROVE-RESTORED-FILE.
      * THE COUNT AND HASH ARE TAKEN FROM THE RESTORED FILE, NOT THE
      * BACKUP COPY, SO THE WHOLE ROUND TRIP IS PROVED.
           MOVE ZERO TO WS-FILE-COUNT WS-FILE-HASH
           MOVE 'N' TO WS-EOF-FLAG
           IF MAN-TYPE = 'I'
              OPEN INPUT ORDER-RESTORE-FILE
              IF WS-RESTORE-STATUS NOT = '00'
                 MOVE 'FAILED' TO WS-FILE-RESULT
              ELSE
                 PERFORM UNTIL WS-EOF
                    READ ORDER-RESTORE-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          MOVE ORDER-RECORD TO WS-HASH-BUFFER
                          ADD 1 TO WS-FILE-COUNT
                          PERFORM HASH-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE ORDER-RESTORE-FILE
              END-IF
           ELSE
              OPEN INPUT RESTORE-FILE
              IF WS-RESTORE-STATUS NOT = '00'
                 MOVE 'FAILED' TO WS-FILE-RESULT
              ELSE
                 PERFORM UNTIL WS-EOF
                    READ RESTORE-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          MOVE RESTORE-RECORD TO WS-HASH-BUFFER
                          ADD 1 TO WS-FILE-COUNT
                          PERFORM HASH-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE RESTORE-FILE
              END-IF
           END-IF
           IF WS-FILE-RESULT = 'OK'
              IF WS-FILE-COUNT NOT = MAN-COUNT
                 OR WS-FILE-HASH NOT = MAN-HASH
                 MOVE 'MISMATCH' TO WS-FILE-RESULT
              END-IF
           END-IF.
       HASH-RECORD.
      * SAME RULE AS BKPSET: EVERY NON-BLANK CHARACTER ADDS ITS CODE
      * TIMES ITS COLUMN.
           PERFORM VARYING WS-HASH-COL FROM 1 BY 1
              UNTIL WS-HASH-COL > 512
              IF WS-HASH-CHAR(WS-HASH-COL) NOT = SPACE
                 MOVE WS-HASH-CHAR(WS-HASH-COL) TO WS-BYTE-LOW
                 COMPUTE WS-FILE-HASH = WS-FILE-HASH
                    + WS-BYTE-VALUE * WS-HASH-COL
              END-IF
           END-PERFORM.
       STAMP-SET-INDEX.
      * A SET DRILLED BY DATE BUT NO LONGER IN THE INDEX IS NOT
      * STAMPED; THE INDEX IS LEFT AS IT IS.
           IF WS-SET-FOUND > ZERO
              MOVE WS-SET-LINE(WS-SET-FOUND) TO BACKUP-SET-RECORD
              MOVE WS-CURRENT-DATE TO BKS-DRILL-DATE
              MOVE WS-DRILL-RESULT TO BKS-DRILL-RESULT
              MOVE BACKUP-SET-RECORD TO WS-SET-LINE(WS-SET-FOUND)
              OPEN OUTPUT SET-INDEX-FILE
              IF WS-INDEX-STATUS NOT = '00' AND NOT = '05'
                 DISPLAY 'ERROR REWRITING backup/bkpsets.dat, STATUS: '
                    WS-INDEX-STATUS
              ELSE
                 PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                    UNTIL WS-SET-IDX > WS-SET-COUNT
                    MOVE WS-SET-LINE(WS-SET-IDX) TO BACKUP-SET-RECORD
                    WRITE BACKUP-SET-RECORD
                 END-PERFORM
                 CLOSE SET-INDEX-FILE
              END-IF
           END-IF.
       WRITE-OPS-LOG.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM BKPDRILL.
