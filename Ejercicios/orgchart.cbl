       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ORGCHART.
      *****************************************************************
      * ORGANISATION CHART BY DEPARTMENT. LOADS THE DEPARTMENTS AND   *
      * empdept.dat ASSIGNMENTS THE WAY COBVS20 DOES, THE REPORTING   *
      * LINES COBVS19 KEEPS IN empmgr.dat, AND EVERY RECORD OF THE    *
      * EMPLOYEE VSAM MASTER. FOR EACH DEPARTMENT IT STARTS FROM THE  *
      * PEOPLE AT THE TOP (NO MANAGER, OR A MANAGER OUTSIDE THE       *
      * DEPARTMENT) AND PRINTS EVERYONE BELOW THEM INDENTED UNDER     *
      * THEIR MANAGER, WITH THE NUMBER OF DIRECT REPORTS AND THE      *
      * TOTAL NUMBER OF PEOPLE UNDER EACH MANAGER. ACTIVE STAFF NOT   *
      * IN A KNOWN DEPARTMENT ARE CHARTED LAST. AN EXCEPTION LIST     *
      * FOLLOWS FOR ACTIVE EMPLOYEES WHOSE MANAGER IS NOT ON THE      *
      * MASTER, HAS BEEN TERMINATED THROUGH EMPTERM OR IS SOFT-       *
      * DELETED, SO THEY CAN BE GIVEN A NEW MANAGER IN COBVS19.       *
      * RETURN CODE 4 WHEN THERE ARE EXCEPTIONS, 12 WHEN THE MASTER   *
      * CANNOT BE OPENED.                                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-VS-FILE ASSIGN TO EMPVSFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP-ID
           FILE STATUS  IS EMP-FILE-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-DEPT-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "empdept.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-ASSIGN-STATUS.

           SELECT MANAGER-FILE ASSIGN TO "empmgr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-MANAGER-STATUS.

           SELECT ORGCHART-REPORT ASSIGN TO "orgchart.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-VS-FILE.
           COPY EMPREC.

       FD  DEPT-FILE.
       01  DEPT-RECORD.
           05 DEPT-CODE             PIC X(04).
           05 FILLER                PIC X(01).
           05 DEPT-NAME             PIC X(20).

       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 ASG-EMP-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 ASG-DEPT-CODE         PIC X(04).

       FD  MANAGER-FILE.
           COPY MGRREC.

       FD  ORGCHART-REPORT.
       01  PRINT-LINE               PIC X(110).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 SW-END-OF-FILE-SWITCH   PIC X(01) VALUE 'N'.
              88   SW-END-OF-FILE               VALUE 'Y'.
              88   SW-NOT-END-OF-FILE           VALUE 'N'.
       01  EMP-FILE-STATUS.
           05 EMPFILE-STAT1           PIC X.
           05 EMPFILE-STAT2           PIC X.
       01  WS-DEPT-STATUS             PIC X(02).
       01  WS-ASSIGN-STATUS           PIC X(02).
       01  WS-MANAGER-STATUS          PIC X(02).
       01  WS-EOF-FLAG                PIC X(01) VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DEPT-CODE         PIC X(04).
              10 WS-DEPT-NAME         PIC X(20).
              10 WS-DEPT-HEADS        PIC 9(05).
       01  WS-DEPT-COUNT              PIC 99 VALUE ZERO.
       01  WS-DEPT-IDX                PIC 99 VALUE ZERO.
       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 2000 TIMES.
              10 WS-ASG-EMP-ID        PIC 9(04).
              10 WS-ASG-DEPT          PIC X(04).
       01  WS-ASSIGN-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ASSIGN-IDX              PIC 9(04) VALUE ZERO.
       01  WS-ASSIGN-FOUND            PIC 9(04) VALUE ZERO.
       01  WS-MGR-TABLE.
           05 WS-MGR-ENTRY OCCURS 2000 TIMES.
              10 WS-MGR-EMP-ID        PIC 9(04).
              10 WS-MGR-MANAGER-ID    PIC 9(04).
       01  WS-MGR-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-MGR-IDX                 PIC 9(04) VALUE ZERO.
      * EVERY RECORD ON THE MASTER, IN KEY ORDER. WS-EMP-DEPT IS THE
      * DEPARTMENT TABLE SLOT (ZERO = UNASSIGNED OR UNKNOWN CODE) AND
      * WS-EMP-MGR-IDX THE MANAGER'S SLOT IN THIS TABLE (ZERO = NO
      * MANAGER, OR A MANAGER ID THAT IS NOT ON THE MASTER).
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES.
              10 WS-EMP-ID            PIC 9(04).
              10 WS-EMP-NAME          PIC X(30).
              10 WS-EMP-STATUS        PIC X(01).
                 88 WS-EMP-ACTIVE           VALUE 'A'.
                 88 WS-EMP-TERMINATED       VALUE 'T'.
                 88 WS-EMP-DELETED          VALUE 'D'.
              10 WS-EMP-DEPT          PIC 99.
              10 WS-EMP-MGR-ID        PIC 9(04).
              10 WS-EMP-MGR-IDX       PIC 9(04).
              10 WS-EMP-DIRECT        PIC 9(04).
              10 WS-EMP-TOTAL         PIC 9(04).
              10 WS-EMP-PRINTED       PIC X(01).
       01  WS-EMP-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-EMP-IDX                 PIC 9(04) VALUE ZERO.
       01  WS-CHILD-IDX               PIC 9(04) VALUE ZERO.
       01  WS-WALK-IDX                PIC 9(04) VALUE ZERO.
       01  WS-WALK-STEPS              PIC 9(04) VALUE ZERO.
       01  WS-TREE-DEPT               PIC 99 VALUE ZERO.
       01  WS-ROOT-FLAG               PIC X(01) VALUE 'N'.
           88 WS-IS-ROOT              VALUE 'Y'.
      * PENDING NODES OF THE CHART BEING PRINTED: TAKE THE TOP ONE,
      * PRINT IT, THEN STACK ITS REPORTS IN REVERSE SO THEY COME
      * OFF IN MASTER ORDER.
       01  WS-STACK-TABLE.
           05 WS-STACK-ENTRY OCCURS 2000 TIMES.
              10 WS-STACK-EMP-IDX     PIC 9(04).
              10 WS-STACK-LEVEL       PIC 9(04).
       01  WS-STACK-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-NODE-IDX                PIC 9(04) VALUE ZERO.
       01  WS-NODE-LEVEL              PIC 9(04) VALUE ZERO.
       01  WS-INDENT                  PIC 9(03) VALUE ZERO.
       01  WS-ACTIVE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-UNASSIGNED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-CHARTED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT         PIC 9(05) VALUE ZERO.
       77 WS-NAMEFMT-PROG             PIC X(7) VALUE 'NAMEFMT'.
       01 NAMEFMT-PARMS.
          05 NF-FIRST-NAME            PIC X(20).
          05 NF-LAST-NAME             PIC X(30).
          05 NF-LAST-FIRST            PIC X(52).
          05 NF-FIRST-LAST            PIC X(51).
       77  WS-LOGMSG-PROG             PIC X(6) VALUE 'LOGMSG'.
       01  LOGMSG-PARMS.
           05 LOG-PROGRAM             PIC X(8) VALUE 'ORGCHART'.
           05 LOG-SEVERITY            PIC X.
           05 LOG-MESSAGE             PIC X(80).
       01  WS-REPORT-HEADING          PIC X(33) VALUE
           'ORGANISATION CHART BY DEPARTMENT '.
       01  WS-DEPT-HEADING.
           05 FILLER                  PIC X(11) VALUE 'DEPARTMENT '.
           05 RPT-DEPT-CODE           PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPT-DEPT-NAME           PIC X(20).
           05 FILLER                  PIC X(08) VALUE ' HEADS: '.
           05 RPT-DEPT-HEADS          PIC ZZZZ9.
       01  WS-UNASSIGNED-HEADING      PIC X(40) VALUE
           'NOT ASSIGNED TO A KNOWN DEPARTMENT      '.
       01  WS-NODE-LINE.
           05 RPT-EMP-ID              PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPT-EMP-NAME            PIC X(30).
           05 FILLER                  PIC X(09) VALUE ' DIRECT: '.
           05 RPT-DIRECT              PIC ZZZ9.
           05 FILLER                  PIC X(08) VALUE ' TOTAL: '.
           05 RPT-TOTAL               PIC ZZZ9.
           05 RPT-NODE-NOTE           PIC X(16).
       01  WS-REPORTS-TO-NOTE.
           05 FILLER                  PIC X(12) VALUE ' REPORTS TO '.
           05 RPT-REPORTS-TO          PIC 9(04).
       01  WS-EXCEPTION-HEADING       PIC X(40) VALUE
           'REPORTING LINE EXCEPTIONS               '.
       01  WS-EXCEPTION-LINE.
           05 FILLER                  PIC X(09) VALUE 'EMPLOYEE '.
           05 RPT-EXC-EMP-ID          PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPT-EXC-EMP-NAME        PIC X(30).
           05 FILLER                  PIC X(03) VALUE ' - '.
           05 RPT-EXC-REASON          PIC X(40).
       01  WS-RECAP-LINE.
           05 RPT-RECAP-LABEL         PIC X(26).
           05 RPT-RECAP-COUNT         PIC ZZZZ9.
       01  WS-BLANK-LINE              PIC X(110) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM P100-INITIALIZATION
           PERFORM P200-MAINLINE
           PERFORM P300-TERMINATION
           GOBACK.
       P100-INITIALIZATION.
           DISPLAY 'ORGCHART - ORGANISATION CHART BY DEPARTMENT'
           OPEN INPUT EMPLOYEE-VS-FILE
           IF EMP-FILE-STATUS = '00' OR '97' THEN
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ON OPEN - FILE STATUS ' EMP-FILE-STATUS
              MOVE 'E' TO LOG-SEVERITY
              MOVE 'EMPLOYEE MASTER NOT AVAILABLE - NO ORG CHART'
                 TO LOG-MESSAGE
              PERFORM P900-WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK.
           PERFORM P110-LOAD-DEPT-FILE
           PERFORM P120-LOAD-ASSIGN-FILE
           PERFORM P130-LOAD-MANAGER-FILE
           PERFORM P140-LOAD-EMPLOYEES
           PERFORM P150-RESOLVE-REPORTING-LINES
           PERFORM P160-COUNT-SPAN-OF-CONTROL.
       P110-LOAD-DEPT-FILE.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = '00'
              DISPLAY 'NO DEPT.DAT - DEPARTMENT NAMES UNKNOWN'
           ELSE
              PERFORM UNTIL WS-EOF OR WS-DEPT-COUNT >= 50
                 READ DEPT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DEPT-CODE
                          TO WS-DEPT-CODE(WS-DEPT-COUNT)
                       MOVE DEPT-NAME
                          TO WS-DEPT-NAME(WS-DEPT-COUNT)
                       MOVE ZERO TO WS-DEPT-HEADS(WS-DEPT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE DEPT-FILE
           END-IF.
       P120-LOAD-ASSIGN-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = '00'
              DISPLAY 'NO empdept.dat - ALL EMPLOYEES UNASSIGNED'
           ELSE
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
           END-IF.
       P130-LOAD-MANAGER-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MANAGER-FILE
           IF WS-MANAGER-STATUS NOT = '00'
              DISPLAY 'NO empmgr.dat - NO REPORTING LINES ON FILE'
           ELSE
              PERFORM UNTIL WS-EOF OR WS-MGR-COUNT >= 2000
                 READ MANAGER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-MGR-COUNT
                       MOVE MGR-EMP-ID
                          TO WS-MGR-EMP-ID(WS-MGR-COUNT)
                       MOVE MGR-MANAGER-ID
                          TO WS-MGR-MANAGER-ID(WS-MGR-COUNT)
                 END-READ
              END-PERFORM
              CLOSE MANAGER-FILE
           END-IF.
       P140-LOAD-EMPLOYEES.
      ***************************************************************
      * DELETED AND TERMINATED RECORDS ARE KEPT IN THE TABLE TOO -  *
      * THEY ARE NEVER CHARTED, BUT THEY ARE HOW A MANAGER WHO HAS  *
      * LEFT IS TOLD APART FROM ONE WHO WAS NEVER ON THE MASTER.    *
      ***************************************************************
           PERFORM UNTIL SW-END-OF-FILE
              READ EMPLOYEE-VS-FILE
              IF EMP-FILE-STATUS = '00' AND WS-EMP-COUNT < 2000 THEN
                 ADD 1 TO WS-EMP-COUNT
                 MOVE EMP-ID TO WS-EMP-ID(WS-EMP-COUNT)
                 MOVE SPACES         TO NAMEFMT-PARMS
                 MOVE EMP-FIRST-NAME TO NF-FIRST-NAME
                 MOVE EMP-LAST-NAME  TO NF-LAST-NAME
                 CALL WS-NAMEFMT-PROG USING NAMEFMT-PARMS
                    ON EXCEPTION MOVE EMP-LAST-NAME TO NF-FIRST-LAST
                 END-CALL
                 MOVE NF-FIRST-LAST TO WS-EMP-NAME(WS-EMP-COUNT)
                 EVALUATE TRUE
                    WHEN EMP-IS-TERMINATED
                       SET WS-EMP-TERMINATED(WS-EMP-COUNT) TO TRUE
                    WHEN EMP-IS-DELETED
                       SET WS-EMP-DELETED(WS-EMP-COUNT) TO TRUE
                    WHEN OTHER
                       SET WS-EMP-ACTIVE(WS-EMP-COUNT) TO TRUE
                       ADD 1 TO WS-ACTIVE-COUNT
                 END-EVALUATE
                 MOVE ZERO TO WS-EMP-DEPT(WS-EMP-COUNT)
                    WS-EMP-MGR-ID(WS-EMP-COUNT)
                    WS-EMP-MGR-IDX(WS-EMP-COUNT)
                    WS-EMP-DIRECT(WS-EMP-COUNT)
                    WS-EMP-TOTAL(WS-EMP-COUNT)
                 MOVE 'N' TO WS-EMP-PRINTED(WS-EMP-COUNT)
              ELSE
                 SET SW-END-OF-FILE TO TRUE
              END-IF
           END-PERFORM
           CLOSE EMPLOYEE-VS-FILE.
       P150-RESOLVE-REPORTING-LINES.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
              MOVE ZERO TO WS-ASSIGN-FOUND
              PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                 UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                 IF WS-ASG-EMP-ID(WS-ASSIGN-IDX) = WS-EMP-ID(WS-EMP-IDX)
                    MOVE WS-ASSIGN-IDX TO WS-ASSIGN-FOUND
                 END-IF
              END-PERFORM
              IF WS-ASSIGN-FOUND > ZERO
                 PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                    UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                    IF WS-DEPT-CODE(WS-DEPT-IDX)
                       = WS-ASG-DEPT(WS-ASSIGN-FOUND)
                       MOVE WS-DEPT-IDX TO WS-EMP-DEPT(WS-EMP-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-EMP-ACTIVE(WS-EMP-IDX)
                 IF WS-EMP-DEPT(WS-EMP-IDX) = ZERO
                    ADD 1 TO WS-UNASSIGNED-COUNT
                 ELSE
                    ADD 1 TO WS-DEPT-HEADS(WS-EMP-DEPT(WS-EMP-IDX))
                 END-IF
              END-IF
              PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
                 UNTIL WS-MGR-IDX > WS-MGR-COUNT
                 IF WS-MGR-EMP-ID(WS-MGR-IDX) = WS-EMP-ID(WS-EMP-IDX)
                    MOVE WS-MGR-MANAGER-ID(WS-MGR-IDX)
                       TO WS-EMP-MGR-ID(WS-EMP-IDX)
                 END-IF
              END-PERFORM
              IF WS-EMP-MGR-ID(WS-EMP-IDX) > ZERO
                 PERFORM VARYING WS-CHILD-IDX FROM 1 BY 1
                    UNTIL WS-CHILD-IDX > WS-EMP-COUNT
                    IF WS-EMP-ID(WS-CHILD-IDX)
                       = WS-EMP-MGR-ID(WS-EMP-IDX)
                       MOVE WS-CHILD-IDX TO WS-EMP-MGR-IDX(WS-EMP-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       P160-COUNT-SPAN-OF-CONTROL.
      ***************************************************************
      * EACH ACTIVE EMPLOYEE COUNTS ONCE AS A DIRECT REPORT OF AN   *
      * ACTIVE MANAGER, AND ONCE IN THE TOTAL OF EVERY ACTIVE       *
      * MANAGER ABOVE THEM. THE CLIMB STOPS AT THE FIRST MANAGER WHO *
      * HAS LEFT, AND IS CAPPED SO A LOOP IN THE DATA CANNOT HANG   *
      * THE RUN.                                                    *
      ***************************************************************
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
              IF WS-EMP-ACTIVE(WS-EMP-IDX)
                 MOVE WS-EMP-MGR-IDX(WS-EMP-IDX) TO WS-WALK-IDX
                 IF WS-WALK-IDX > ZERO
                    IF WS-EMP-ACTIVE(WS-WALK-IDX)
                       ADD 1 TO WS-EMP-DIRECT(WS-WALK-IDX)
                    END-IF
                 END-IF
                 MOVE ZERO TO WS-WALK-STEPS
                 PERFORM UNTIL WS-WALK-IDX = ZERO
                    OR WS-WALK-STEPS > WS-EMP-COUNT
                    IF WS-EMP-ACTIVE(WS-WALK-IDX)
                       ADD 1 TO WS-EMP-TOTAL(WS-WALK-IDX)
                       MOVE WS-EMP-MGR-IDX(WS-WALK-IDX) TO WS-WALK-IDX
                    ELSE
                       MOVE ZERO TO WS-WALK-IDX
                    END-IF
                    ADD 1 TO WS-WALK-STEPS
                 END-PERFORM
              END-IF
           END-PERFORM.
       P200-MAINLINE.
           OPEN OUTPUT ORGCHART-REPORT
           WRITE PRINT-LINE FROM WS-REPORT-HEADING
           PERFORM VARYING WS-TREE-DEPT FROM 1 BY 1
              UNTIL WS-TREE-DEPT > WS-DEPT-COUNT
              WRITE PRINT-LINE FROM WS-BLANK-LINE
              MOVE WS-DEPT-CODE(WS-TREE-DEPT) TO RPT-DEPT-CODE
              MOVE WS-DEPT-NAME(WS-TREE-DEPT) TO RPT-DEPT-NAME
              MOVE WS-DEPT-HEADS(WS-TREE-DEPT) TO RPT-DEPT-HEADS
              WRITE PRINT-LINE FROM WS-DEPT-HEADING
              PERFORM P210-CHART-DEPARTMENT
           END-PERFORM
           IF WS-UNASSIGNED-COUNT > ZERO
              WRITE PRINT-LINE FROM WS-BLANK-LINE
              WRITE PRINT-LINE FROM WS-UNASSIGNED-HEADING
              MOVE ZERO TO WS-TREE-DEPT
              PERFORM P210-CHART-DEPARTMENT
           END-IF.
       P210-CHART-DEPARTMENT.
      ***************************************************************
      * THE TOP OF A DEPARTMENT IS ANY ACTIVE MEMBER WITHOUT AN     *
      * ACTIVE MANAGER IN THE SAME DEPARTMENT. EACH ONE IS CHARTED  *
      * WITH EVERYONE BELOW THEM BEFORE THE NEXT IS STARTED.        *
      ***************************************************************
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
              MOVE 'N' TO WS-ROOT-FLAG
              IF WS-EMP-ACTIVE(WS-EMP-IDX)
                 AND WS-EMP-DEPT(WS-EMP-IDX) = WS-TREE-DEPT
                 MOVE WS-EMP-MGR-IDX(WS-EMP-IDX) TO WS-WALK-IDX
                 IF WS-WALK-IDX = ZERO
                    SET WS-IS-ROOT TO TRUE
                 ELSE
                    IF NOT WS-EMP-ACTIVE(WS-WALK-IDX)
                       OR WS-EMP-DEPT(WS-WALK-IDX) NOT = WS-TREE-DEPT
                       SET WS-IS-ROOT TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF WS-IS-ROOT
                 MOVE 1 TO WS-STACK-COUNT
                 MOVE WS-EMP-IDX TO WS-STACK-EMP-IDX(1)
                 MOVE ZERO TO WS-STACK-LEVEL(1)
                 PERFORM P220-CHART-NEXT-NODE
                    UNTIL WS-STACK-COUNT = ZERO
              END-IF
           END-PERFORM.
       P220-CHART-NEXT-NODE.
           MOVE WS-STACK-EMP-IDX(WS-STACK-COUNT) TO WS-NODE-IDX
           MOVE WS-STACK-LEVEL(WS-STACK-COUNT) TO WS-NODE-LEVEL
           SUBTRACT 1 FROM WS-STACK-COUNT
           IF WS-EMP-PRINTED(WS-NODE-IDX) NOT = 'Y'
              PERFORM P230-WRITE-NODE-LINE
              PERFORM VARYING WS-CHILD-IDX FROM WS-EMP-COUNT BY -1
                 UNTIL WS-CHILD-IDX < 1
                 IF WS-EMP-ACTIVE(WS-CHILD-IDX)
                    AND WS-EMP-MGR-IDX(WS-CHILD-IDX) = WS-NODE-IDX
                    AND WS-EMP-DEPT(WS-CHILD-IDX) = WS-TREE-DEPT
                    AND WS-EMP-PRINTED(WS-CHILD-IDX) NOT = 'Y'
                    AND WS-STACK-COUNT < 2000
                    ADD 1 TO WS-STACK-COUNT
                    MOVE WS-CHILD-IDX
                       TO WS-STACK-EMP-IDX(WS-STACK-COUNT)
                    COMPUTE WS-STACK-LEVEL(WS-STACK-COUNT)
                       = WS-NODE-LEVEL + 1
                 END-IF
              END-PERFORM
           END-IF.
       P230-WRITE-NODE-LINE.
      ***************************************************************
      * TWO COLUMNS OF INDENT PER LEVEL, LEVELS BEYOND THE 15TH ARE *
      * PRINTED AT THE 15TH SO THE LINE STILL FITS.                 *
      ***************************************************************
           MOVE 'Y' TO WS-EMP-PRINTED(WS-NODE-IDX)
           ADD 1 TO WS-CHARTED-COUNT
           MOVE WS-EMP-ID(WS-NODE-IDX) TO RPT-EMP-ID
           MOVE WS-EMP-NAME(WS-NODE-IDX) TO RPT-EMP-NAME
           MOVE WS-EMP-DIRECT(WS-NODE-IDX) TO RPT-DIRECT
           MOVE WS-EMP-TOTAL(WS-NODE-IDX) TO RPT-TOTAL
           MOVE SPACES TO RPT-NODE-NOTE
           MOVE WS-EMP-MGR-IDX(WS-NODE-IDX) TO WS-WALK-IDX
           IF WS-NODE-LEVEL = ZERO AND WS-WALK-IDX > ZERO
              IF WS-EMP-ACTIVE(WS-WALK-IDX)
                 MOVE WS-EMP-MGR-ID(WS-NODE-IDX) TO RPT-REPORTS-TO
                 MOVE WS-REPORTS-TO-NOTE TO RPT-NODE-NOTE
              END-IF
           END-IF
           IF WS-NODE-LEVEL > 15
              MOVE 15 TO WS-INDENT
           ELSE
              MOVE WS-NODE-LEVEL TO WS-INDENT
           END-IF
           COMPUTE WS-INDENT = WS-INDENT * 2 + 1
           MOVE SPACES TO PRINT-LINE
           MOVE WS-NODE-LINE TO PRINT-LINE(WS-INDENT:)
           WRITE PRINT-LINE.
       P300-TERMINATION.
           WRITE PRINT-LINE FROM WS-BLANK-LINE
           WRITE PRINT-LINE FROM WS-EXCEPTION-HEADING
           PERFORM P310-CHECK-EXCEPTION
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
           WRITE PRINT-LINE FROM WS-BLANK-LINE
           MOVE 'ACTIVE EMPLOYEES:         ' TO RPT-RECAP-LABEL
           MOVE WS-ACTIVE-COUNT TO RPT-RECAP-COUNT
           WRITE PRINT-LINE FROM WS-RECAP-LINE
           MOVE 'NOT IN A KNOWN DEPARTMENT:' TO RPT-RECAP-LABEL
           MOVE WS-UNASSIGNED-COUNT TO RPT-RECAP-COUNT
           WRITE PRINT-LINE FROM WS-RECAP-LINE
           MOVE 'CHARTED:                  ' TO RPT-RECAP-LABEL
           MOVE WS-CHARTED-COUNT TO RPT-RECAP-COUNT
           WRITE PRINT-LINE FROM WS-RECAP-LINE
           MOVE 'EXCEPTIONS:               ' TO RPT-RECAP-LABEL
           MOVE WS-EXCEPTION-COUNT TO RPT-RECAP-COUNT
           WRITE PRINT-LINE FROM WS-RECAP-LINE
           CLOSE ORGCHART-REPORT
           DISPLAY 'ACTIVE EMPLOYEES:    ' WS-ACTIVE-COUNT
           DISPLAY 'CHARTED:             ' WS-CHARTED-COUNT
           DISPLAY 'EXCEPTIONS:          ' WS-EXCEPTION-COUNT
           MOVE SPACES TO LOG-MESSAGE
           STRING 'ORG CHART ' WS-CHARTED-COUNT ' CHARTED, '
              WS-EXCEPTION-COUNT ' REPORTING LINE EXCEPTIONS'
              DELIMITED BY SIZE INTO LOG-MESSAGE
           IF WS-EXCEPTION-COUNT > ZERO
              MOVE 'W' TO LOG-SEVERITY
           ELSE
              MOVE 'I' TO LOG-SEVERITY
           END-IF
           PERFORM P900-WRITE-OPS-LOG
           IF LOG-SEVERITY = 'W'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY 'ORGCHART - SUCCESSFULLY ENDED'.
       P310-CHECK-EXCEPTION.
      ***************************************************************
      * ONLY ACTIVE STAFF CAN BE EXCEPTIONS. ONE WHO WAS NEVER      *
      * CHARTED CAN ONLY BE PART OF A REPORTING LOOP, WHICH COBVS19 *
      * REFUSES BUT A HAND-EDITED empmgr.dat COULD STILL HOLD.      *
      ***************************************************************
           IF WS-EMP-ACTIVE(WS-EMP-IDX)
              MOVE SPACES TO RPT-EXC-REASON
              MOVE WS-EMP-MGR-IDX(WS-EMP-IDX) TO WS-WALK-IDX
              EVALUATE TRUE
                 WHEN WS-EMP-MGR-ID(WS-EMP-IDX) = ZERO
                    CONTINUE
                 WHEN WS-WALK-IDX = ZERO
                    STRING 'MANAGER ' WS-EMP-MGR-ID(WS-EMP-IDX)
                       ' IS NOT ON THE MASTER'
                       DELIMITED BY SIZE INTO RPT-EXC-REASON
                 WHEN WS-EMP-TERMINATED(WS-WALK-IDX)
                    STRING 'MANAGER ' WS-EMP-MGR-ID(WS-EMP-IDX)
                       ' HAS LEFT (TERMINATED)'
                       DELIMITED BY SIZE INTO RPT-EXC-REASON
                 WHEN WS-EMP-DELETED(WS-WALK-IDX)
                    STRING 'MANAGER ' WS-EMP-MGR-ID(WS-EMP-IDX)
                       ' IS DELETED'
                       DELIMITED BY SIZE INTO RPT-EXC-REASON
              END-EVALUATE
              IF RPT-EXC-REASON = SPACES
                 AND WS-EMP-PRINTED(WS-EMP-IDX) NOT = 'Y'
                 MOVE 'IN A REPORTING LOOP - NOT CHARTED'
                    TO RPT-EXC-REASON
              END-IF
              IF RPT-EXC-REASON NOT = SPACES
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE WS-EMP-ID(WS-EMP-IDX) TO RPT-EXC-EMP-ID
                 MOVE WS-EMP-NAME(WS-EMP-IDX) TO RPT-EXC-EMP-NAME
                 WRITE PRINT-LINE FROM WS-EXCEPTION-LINE
              END-IF
           END-IF.
       P900-WRITE-OPS-LOG.
      ***************************************************************
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A  *
      * MISSING LOGGER MUST NEVER STOP THE JOB ITSELF.              *
      ***************************************************************
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
      ***************************************************************
      * END OF SOURCE CODE.                                         *
      ***************************************************************
