       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SALHIST.
      *****************************************************************
      * SALARY HISTORY REPORT FROM THE salhist.dat PAY HISTORY THAT   *
      * COBVS16, COBVS23, COBVS7 AND BONALLOC APPEND TO. LISTS EACH   *
      * EFFECTIVE-DATED STEP PER EMPLOYEE - FIELD, OLD AND NEW VALUE, *
      * PERCENTAGE STEP, REASON AND SOURCE PROGRAM - IN EFFECTIVE-    *
      * DATE ORDER, FOLLOWED BY THE CUMULATIVE PERCENTAGE CHANGE IN   *
      * REGULAR PAY AND HOURLY RATE OVER THE PERIOD.                  *
      * PARAMETERS THROUGH THE SHARED PARAMS READER, ALL OPTIONAL:    *
      *   EMP=nnnn         ONE EMPLOYEE                               *
      *   DEPT=xxxx        THE EMPLOYEES ASSIGNED TO ONE DEPARTMENT   *
      *                    IN empdept.dat                             *
      *   FROM=YYYY-MM-DD  FIRST EFFECTIVE DATE (DEFAULT: ALL)        *
      *   TO=YYYY-MM-DD    LAST EFFECTIVE DATE (DEFAULT: ALL)         *
      * RETURN CODE 0 LISTED, 4 NOTHING TO LIST.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           FILE STATUS  IS EMP-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO "salhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS SALHIST-STATUS.

           SELECT OPTIONAL ASSIGN-FILE ASSIGN TO "empdept.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-ASSIGN-STATUS.

           SELECT HISTORY-REPORT ASSIGN TO "salhist.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.

       FD  SALARY-HISTORY-FILE.
           COPY SALREC.

       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 ASG-EMP-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 ASG-DEPT-CODE         PIC X(04).

       FD  HISTORY-REPORT.
       01  PRINT-LINE               PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS.
           05 EMPFILE-STAT1           PIC X.
           05 EMPFILE-STAT2           PIC X.
       01  SALHIST-STATUS             PIC X(02).
       01  WS-ASSIGN-STATUS           PIC X(02).
       01  WS-MASTER-OPEN             PIC X(01) VALUE 'N'.
       01  WS-EOF-FLAG                PIC X(01) VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-KEEP-FLAG               PIC X(01) VALUE 'Y'.
           88 WS-KEEP-LINE            VALUE 'Y'.
      * SELECTION FROM THE PARAMETERS.
       01  WS-SEL-EMP-ID              PIC 9(04) VALUE ZERO.
       01  WS-SEL-DEPT                PIC X(04) VALUE SPACES.
       01  WS-SEL-FROM                PIC X(10) VALUE '0000-01-01'.
       01  WS-SEL-TO                  PIC X(10) VALUE '9999-12-31'.
       01  WS-CMDLINE-FULL            PIC X(100) VALUE SPACES.
       01  WS-EQUALS-COUNT            PIC 9(03) VALUE ZERO.
      * DEPARTMENT ASSIGNMENTS, FOR DEPT= SELECTION AND THE HEADING.
       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 2000 TIMES.
              10 WS-ASG-EMP-ID        PIC 9(04).
              10 WS-ASG-DEPT          PIC X(04).
       01  WS-ASSIGN-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ASSIGN-IDX              PIC 9(04) VALUE ZERO.
       01  WS-WORK-DEPT               PIC X(04).
      * THE SELECTED HISTORY LINES, KEPT IN EMPLOYEE / EFFECTIVE
      * DATE / RECORDED ORDER AS THEY ARE LOADED.
       01  WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 5000 TIMES.
              10 WS-LN-KEY.
                 15 WS-LN-EMP-ID      PIC 9(04).
                 15 WS-LN-EFF-DATE    PIC X(10).
                 15 WS-LN-REC-DATE    PIC 9(08).
                 15 WS-LN-REC-TIME    PIC 9(06).
              10 WS-LN-FIELD          PIC X(06).
              10 WS-LN-OLD-VALUE      PIC 9(06)V99.
              10 WS-LN-NEW-VALUE      PIC 9(06)V99.
              10 WS-LN-REASON         PIC X(10).
              10 WS-LN-PROGRAM        PIC X(08).
       01  WS-LINE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-LINE-IDX                PIC 9(04) VALUE ZERO.
       01  WS-LINE-POS                PIC 9(04) VALUE ZERO.
       01  WS-NEW-KEY.
           05 WS-NK-EMP-ID            PIC 9(04).
           05 WS-NK-EFF-DATE          PIC X(10).
           05 WS-NK-REC-DATE          PIC 9(08).
           05 WS-NK-REC-TIME          PIC 9(06).
       01  WS-SKIPPED-COUNT           PIC 9(06) VALUE ZERO.
      * PER-EMPLOYEE CUMULATIVE TRACKING.
       01  WS-CUR-EMP-ID              PIC 9(04) VALUE ZERO.
       01  WS-EMP-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REG-SEEN                PIC X(01) VALUE 'N'.
       01  WS-REG-FIRST-OLD           PIC 9(06)V99.
       01  WS-REG-LAST-NEW            PIC 9(06)V99.
       01  WS-RATE-SEEN               PIC X(01) VALUE 'N'.
       01  WS-RATE-FIRST-OLD          PIC 9(06)V99.
       01  WS-RATE-LAST-NEW           PIC 9(06)V99.
       01  WS-PCT-WORK                PIC S9(05)V99.
       01  WS-CUM-FIRST               PIC 9(06)V99.
       01  WS-CUM-LAST                PIC 9(06)V99.
      * REPORT LINES.
       01  WS-PAGE-HEADING.
           05 FILLER                  PIC X(22) VALUE
              'SALARY HISTORY REPORT '.
           05 FILLER                  PIC X(08) VALUE ' PERIOD '.
           05 RPT-FROM                PIC X(10).
           05 FILLER                  PIC X(04) VALUE ' TO '.
           05 RPT-TO                  PIC X(10).
       01  WS-EMP-HEADING.
           05 FILLER                  PIC X(09) VALUE 'EMPLOYEE '.
           05 RPT-EMP-ID              PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-EMP-NAME            PIC X(40).
           05 FILLER                  PIC X(06) VALUE ' DEPT '.
           05 RPT-EMP-DEPT            PIC X(04).
       01  WS-COLUMN-HEADING.
           05 FILLER                  PIC X(40) VALUE
              '  EFFECTIVE   FIELD    OLD VALUE   NEW V'.
           05 FILLER                  PIC X(38) VALUE
              'ALUE    STEP %  REASON     PROGRAM'.
       01  WS-STEP-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-EFF-DATE            PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-FIELD               PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPT-OLD-VALUE           PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-NEW-VALUE           PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-STEP-PCT            PIC +ZZZ9.99.
           05 RPT-STEP-PCT-X REDEFINES RPT-STEP-PCT PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-REASON              PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPT-PROGRAM             PIC X(08).
       01  WS-CUMULATIVE-LINE.
           05 FILLER                  PIC X(13) VALUE
              '  CUMULATIVE '.
           05 RPT-CUM-LABEL           PIC X(13).
           05 FILLER                  PIC X(02) VALUE ': '.
           05 RPT-CUM-FIRST           PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(04) VALUE ' TO '.
           05 RPT-CUM-LAST            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-CUM-PCT             PIC +ZZZ9.99.
           05 RPT-CUM-PCT-X REDEFINES RPT-CUM-PCT PIC X(08).
           05 FILLER                  PIC X(01) VALUE '%'.
       01  WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(20) VALUE
              'EMPLOYEES LISTED:   '.
           05 RPT-EMP-COUNT           PIC ZZZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(20) VALUE
              'PAY CHANGES LISTED: '.
           05 RPT-LINE-COUNT          PIC ZZZZ9.
       01  WS-REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.
       77 WS-PARAMS-PROG      PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION    PIC X(5).
          05 PARM-TEXT        PIC X(100).
          05 PARM-KEY         PIC X(20).
          05 PARM-VALUE       PIC X(20).
          05 PARM-RC          PIC 9(2).
       77 WS-NAMEFMT-PROG     PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME    PIC X(20).
          05 NF-LAST-NAME     PIC X(30).
          05 NF-LAST-FIRST    PIC X(52).
          05 NF-FIRST-LAST    PIC X(51).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION
           PERFORM P200-MAINLINE
           PERFORM P300-TERMINATION
           GOBACK.
       P100-INITIALIZATION.
           DISPLAY 'SALHIST - SALARY HISTORY REPORT'
           PERFORM P110-READ-PARAMETERS
           PERFORM P120-LOAD-ASSIGNMENTS
           OPEN INPUT SALARY-HISTORY-FILE
           IF SALHIST-STATUS NOT = '00'
              DISPLAY 'NO salhist.dat - NO PAY HISTORY YET, STATUS '
                 SALHIST-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
              READ SALARY-HISTORY-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM P130-SELECT-LINE
              END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE
           OPEN INPUT EMPLOYEE-VS-FILE
           IF EMP-FILE-STATUS = '00' OR '97'
              MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
              DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - STATUS '
                 EMP-FILE-STATUS ' - NAMES NOT SHOWN'
           END-IF
           OPEN OUTPUT HISTORY-REPORT
           MOVE WS-SEL-FROM TO RPT-FROM
           MOVE WS-SEL-TO   TO RPT-TO
           WRITE PRINT-LINE FROM WS-PAGE-HEADING
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
       P110-READ-PARAMETERS.
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
              MOVE 'EMP' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
              END-CALL
              IF PARM-RC = ZERO AND PARM-VALUE(1:4) IS NUMERIC
                 MOVE PARM-VALUE(1:4) TO WS-SEL-EMP-ID
              END-IF
              MOVE 'DEPT' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
              END-CALL
              IF PARM-RC = ZERO
                 MOVE PARM-VALUE(1:4) TO WS-SEL-DEPT
              END-IF
              MOVE 'FROM' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
              END-CALL
              IF PARM-RC = ZERO
                 MOVE PARM-VALUE(1:10) TO WS-SEL-FROM
              END-IF
              MOVE 'TO' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
              END-CALL
              IF PARM-RC = ZERO
                 MOVE PARM-VALUE(1:10) TO WS-SEL-TO
              END-IF
           END-IF
           IF WS-SEL-EMP-ID > ZERO
              DISPLAY 'EMPLOYEE:   ' WS-SEL-EMP-ID
           END-IF
           IF WS-SEL-DEPT NOT = SPACES
              DISPLAY 'DEPARTMENT: ' WS-SEL-DEPT
           END-IF
           DISPLAY 'PERIOD:     ' WS-SEL-FROM ' TO ' WS-SEL-TO.
       P120-LOAD-ASSIGNMENTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-ASSIGN-COUNT >= 2000
                 READ ASSIGN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ASSIGN-COUNT
                       MOVE ASG-EMP-ID
                          TO WS-ASG-EMP-ID(WS-ASSIGN-COUNT)
                       MOVE ASG-DEPT-CODE
                          TO WS-ASG-DEPT(WS-ASSIGN-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ASSIGN-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       P125-FIND-DEPT.
           MOVE SPACES TO WS-WORK-DEPT
           PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
              UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
              IF WS-ASG-EMP-ID(WS-ASSIGN-IDX) = WS-NK-EMP-ID
                 MOVE WS-ASG-DEPT(WS-ASSIGN-IDX) TO WS-WORK-DEPT
              END-IF
           END-PERFORM.
       P130-SELECT-LINE.
      ***************************************************************
      * KEEP THE LINE WHEN IT FALLS IN THE PERIOD AND THE EMPLOYEE  *
      * OR DEPARTMENT SELECTION, AND INSERT IT IN KEY ORDER.        *
      ***************************************************************
           MOVE SH-EMP-ID        TO WS-NK-EMP-ID
           MOVE SH-EFF-DATE      TO WS-NK-EFF-DATE
           MOVE SH-RECORDED-DATE TO WS-NK-REC-DATE
           MOVE SH-RECORDED-TIME TO WS-NK-REC-TIME
           MOVE 'Y' TO WS-KEEP-FLAG
           IF SH-EFF-DATE < WS-SEL-FROM OR SH-EFF-DATE > WS-SEL-TO
              MOVE 'N' TO WS-KEEP-FLAG
           END-IF
           IF WS-SEL-EMP-ID > ZERO AND SH-EMP-ID NOT = WS-SEL-EMP-ID
              MOVE 'N' TO WS-KEEP-FLAG
           END-IF
           IF WS-SEL-DEPT NOT = SPACES AND WS-KEEP-LINE
              PERFORM P125-FIND-DEPT
              IF WS-WORK-DEPT NOT = WS-SEL-DEPT
                 MOVE 'N' TO WS-KEEP-FLAG
              END-IF
           END-IF
           IF WS-KEEP-LINE AND WS-LINE-COUNT >= 5000
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE 'N' TO WS-KEEP-FLAG
           END-IF
           IF WS-KEEP-LINE
              PERFORM P135-INSERT-LINE
           END-IF.
       P135-INSERT-LINE.
      *    SHIFT LATER KEYS UP ONE AND DROP THE NEW LINE IN THE GAP.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-LINE-POS
           PERFORM UNTIL WS-LINE-POS = 1
              OR WS-LN-KEY(WS-LINE-POS - 1) NOT > WS-NEW-KEY
              MOVE WS-LINE-ENTRY(WS-LINE-POS - 1)
                 TO WS-LINE-ENTRY(WS-LINE-POS)
              SUBTRACT 1 FROM WS-LINE-POS
           END-PERFORM
           MOVE WS-NEW-KEY      TO WS-LN-KEY(WS-LINE-POS)
           MOVE SH-FIELD        TO WS-LN-FIELD(WS-LINE-POS)
           MOVE SH-OLD-VALUE    TO WS-LN-OLD-VALUE(WS-LINE-POS)
           MOVE SH-NEW-VALUE    TO WS-LN-NEW-VALUE(WS-LINE-POS)
           MOVE SH-REASON       TO WS-LN-REASON(WS-LINE-POS)
           MOVE SH-PROGRAM      TO WS-LN-PROGRAM(WS-LINE-POS).
       P200-MAINLINE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > WS-LINE-COUNT
              IF WS-LN-EMP-ID(WS-LINE-IDX) NOT = WS-CUR-EMP-ID
                 IF WS-CUR-EMP-ID > ZERO
                    PERFORM P240-WRITE-CUMULATIVE
                 END-IF
                 PERFORM P210-START-EMPLOYEE
              END-IF
              PERFORM P220-WRITE-STEP
           END-PERFORM
           IF WS-CUR-EMP-ID > ZERO
              PERFORM P240-WRITE-CUMULATIVE
           END-IF.
       P210-START-EMPLOYEE.
           MOVE WS-LN-EMP-ID(WS-LINE-IDX) TO WS-CUR-EMP-ID
           ADD 1 TO WS-EMP-COUNT
           MOVE 'N' TO WS-REG-SEEN, WS-RATE-SEEN
           MOVE WS-CUR-EMP-ID TO RPT-EMP-ID, WS-NK-EMP-ID
           MOVE SPACES TO RPT-EMP-NAME
           IF WS-MASTER-OPEN = 'Y'
              MOVE WS-CUR-EMP-ID TO EMP-ID
              READ EMPLOYEE-VS-FILE
              IF EMP-FILE-STATUS = '00'
                 MOVE EMP-FIRST-NAME TO NF-FIRST-NAME
                 MOVE EMP-LAST-NAME  TO NF-LAST-NAME
                 CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
                    ON EXCEPTION
                       MOVE EMP-LAST-NAME TO NF-LAST-FIRST
                 END-CALL
                 MOVE NF-LAST-FIRST TO RPT-EMP-NAME
              ELSE
                 MOVE '(NOT ON EMPLOYEE MASTER)' TO RPT-EMP-NAME
              END-IF
           END-IF
           PERFORM P125-FIND-DEPT
           MOVE WS-WORK-DEPT TO RPT-EMP-DEPT
           WRITE PRINT-LINE FROM WS-EMP-HEADING
           WRITE PRINT-LINE FROM WS-COLUMN-HEADING.
       P220-WRITE-STEP.
           MOVE WS-LN-EFF-DATE(WS-LINE-IDX)  TO RPT-EFF-DATE
           MOVE WS-LN-FIELD(WS-LINE-IDX)     TO RPT-FIELD
           MOVE WS-LN-OLD-VALUE(WS-LINE-IDX) TO RPT-OLD-VALUE
           MOVE WS-LN-NEW-VALUE(WS-LINE-IDX) TO RPT-NEW-VALUE
           MOVE WS-LN-REASON(WS-LINE-IDX)    TO RPT-REASON
           MOVE WS-LN-PROGRAM(WS-LINE-IDX)   TO RPT-PROGRAM
           MOVE WS-LN-OLD-VALUE(WS-LINE-IDX) TO WS-CUM-FIRST
           MOVE WS-LN-NEW-VALUE(WS-LINE-IDX) TO WS-CUM-LAST
           PERFORM P250-COMPUTE-PERCENT
           IF WS-CUM-FIRST = ZERO
              MOVE SPACES TO RPT-STEP-PCT-X
           ELSE
              MOVE WS-PCT-WORK TO RPT-STEP-PCT
           END-IF
           WRITE PRINT-LINE FROM WS-STEP-LINE
      *    THE FIRST OLD AND LAST NEW VALUE IN THE PERIOD FRAME THE
      *    CUMULATIVE CHANGE.
           EVALUATE WS-LN-FIELD(WS-LINE-IDX)
              WHEN 'REGPAY'
                 IF WS-REG-SEEN = 'N'
                    MOVE 'Y' TO WS-REG-SEEN
                    MOVE WS-LN-OLD-VALUE(WS-LINE-IDX)
                       TO WS-REG-FIRST-OLD
                 END-IF
                 MOVE WS-LN-NEW-VALUE(WS-LINE-IDX) TO WS-REG-LAST-NEW
              WHEN 'RATE'
                 IF WS-RATE-SEEN = 'N'
                    MOVE 'Y' TO WS-RATE-SEEN
                    MOVE WS-LN-OLD-VALUE(WS-LINE-IDX)
                       TO WS-RATE-FIRST-OLD
                 END-IF
                 MOVE WS-LN-NEW-VALUE(WS-LINE-IDX) TO WS-RATE-LAST-NEW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       P240-WRITE-CUMULATIVE.
           IF WS-REG-SEEN = 'Y'
              MOVE 'REGULAR PAY' TO RPT-CUM-LABEL
              MOVE WS-REG-FIRST-OLD TO WS-CUM-FIRST
              MOVE WS-REG-LAST-NEW  TO WS-CUM-LAST
              PERFORM P245-WRITE-ONE-CUMULATIVE
           END-IF
           IF WS-RATE-SEEN = 'Y'
              MOVE 'HOURLY RATE' TO RPT-CUM-LABEL
              MOVE WS-RATE-FIRST-OLD TO WS-CUM-FIRST
              MOVE WS-RATE-LAST-NEW  TO WS-CUM-LAST
              PERFORM P245-WRITE-ONE-CUMULATIVE
           END-IF
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
       P245-WRITE-ONE-CUMULATIVE.
           MOVE WS-CUM-FIRST TO RPT-CUM-FIRST
           MOVE WS-CUM-LAST  TO RPT-CUM-LAST
           PERFORM P250-COMPUTE-PERCENT
           IF WS-CUM-FIRST = ZERO
              MOVE '     N/A' TO RPT-CUM-PCT-X
           ELSE
              MOVE WS-PCT-WORK TO RPT-CUM-PCT
           END-IF
           WRITE PRINT-LINE FROM WS-CUMULATIVE-LINE.
       P250-COMPUTE-PERCENT.
      *    CHANGE FROM WS-CUM-FIRST TO WS-CUM-LAST AS A PERCENTAGE OF
      *    WS-CUM-FIRST; NO PERCENTAGE FROM A ZERO STARTING VALUE.
           MOVE ZERO TO WS-PCT-WORK
           IF WS-CUM-FIRST > ZERO
              COMPUTE WS-PCT-WORK ROUNDED =
                 ((WS-CUM-LAST - WS-CUM-FIRST) * 100) / WS-CUM-FIRST
                 ON SIZE ERROR MOVE 9999.99 TO WS-PCT-WORK
              END-COMPUTE
           END-IF.
       P300-TERMINATION.
           MOVE WS-EMP-COUNT  TO RPT-EMP-COUNT
           MOVE WS-LINE-COUNT TO RPT-LINE-COUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE-1
           WRITE PRINT-LINE FROM WS-TOTAL-LINE-2
           WRITE PRINT-LINE FROM WS-BLANK-LINE
           WRITE PRINT-LINE FROM WS-REPORT-FOOTING
           CLOSE HISTORY-REPORT
           IF WS-MASTER-OPEN = 'Y'
              CLOSE EMPLOYEE-VS-FILE
           END-IF
           IF WS-SKIPPED-COUNT > ZERO
              DISPLAY 'HISTORY LINES BEYOND THE TABLE, NOT LISTED: '
                 WS-SKIPPED-COUNT
           END-IF
           DISPLAY 'EMPLOYEES LISTED:   ' WS-EMP-COUNT
           DISPLAY 'PAY CHANGES LISTED: ' WS-LINE-COUNT
           IF WS-LINE-COUNT = ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY 'SALHIST - SUCCESSFULLY ENDED'.
      ***************************************************************
      * END OF SOURCE CODE.                                         *
      ***************************************************************
