       IDENTIFICATION DIVISION.
       PROGRAM-ID.     AUDINQ.
      *****************************************************************
      * UNIFIED AUDIT TRAIL INQUIRY. SEARCHES EVERY CHANGE JOURNAL    *
      * AT ONCE AND MERGES THE HITS INTO ONE TIME-ORDERED REPORT      *
      * (audinq.rpt) GIVING THE SOURCE JOURNAL, ACTION, OPERATOR AND  *
      * KEY OF EACH, WITH A READABLE BEFORE/AFTER DIFFERENCE FOR THE  *
      * JOURNALS THAT CARRY RECORD IMAGES:                            *
      *   file05-journal.log    CUSTOMER MAINTENANCE (FILE05)         *
      *   order01-journal.log   CREDIT OVERRIDES AND PRICED LINES     *
      *   ordstat.log           ORDER STATUS MOVES                    *
      *   cobvs4-audit.log      EMPLOYEE MAINTENANCE (AFTER-IMAGES;   *
      *                         THE BEFORE IS THE EMPLOYEE'S PREVIOUS *
      *                         LINE IN THE LOG)                      *
      *   marks-audit.log       MARK CORRECTIONS (MARKCAP)            *
      *   operadmin-journal.log OPERATOR ADMINISTRATION (OPERMNT)     *
      *   maint-journal.log     MASTER-FILE MENUS THROUGH MNTJRNL     *
      * A JOURNAL NOT PRESENT IS REPORTED AND SKIPPED.                *
      * PARAMETERS THROUGH THE SHARED PARAMS READER, ALL OPTIONAL:    *
      *   CUST=nnnnn       CUSTOMER IDNUM (FILE05, ORDER JOURNAL,     *
      *                    ORDER STATUS, CREDMNT CHANGES)             *
      *   EMP=nnnn         EMPLOYEE EMP-ID                            *
      *   ORDER=nnnnnn     ORDER NUMBER                               *
      *   STUDENT=nnnn     STUDENT ID NUMBER                          *
      *   KEY=xxxxxxxx     OPERATOR ID ADMINISTERED, OR THE RECORD    *
      *                    KEY OF A MASTER-FILE MENU CHANGE           *
      *   FROM=YYYYMMDD    FIRST DATE (DEFAULT: ALL)                  *
      *   TO=YYYYMMDD      LAST DATE (DEFAULT: ALL)                   *
      *   OPER=xxxxxxxx    ONLY CHANGES MADE BY THIS OPERATOR         *
      * WITH ANY KEY GIVEN A LINE IS LISTED WHEN IT MATCHES ONE OF    *
      * THE KEYS ITS JOURNAL CARRIES. THE ORDER JOURNAL HOLDS NO      *
      * OPERATOR, SO OPER= LEAVES IT OUT. SOCIAL SECURITY NUMBERS ARE *
      * NEVER PRINTED - A CHANGE TO ONE SHOWS MASKED.                 *
      * RETURN CODE 0 LISTED, 4 NOTHING FOUND, 8 BAD PARAMETER.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-WORK ASSIGN TO "AUDINQ.TMP".
           SELECT OPTIONAL CUST-JOURNAL ASSIGN TO "file05-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL CREDIT-JOURNAL
              ASSIGN TO "order01-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL STATUS-JOURNAL ASSIGN TO "ordstat.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL EMP-AUDIT-FILE ASSIGN TO "cobvs4-audit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL MARKS-AUDIT-FILE ASSIGN TO "marks-audit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL ADMIN-JOURNAL
              ASSIGN TO "operadmin-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL MAINT-JOURNAL ASSIGN TO "maint-journal.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "audinq.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * ONE HIT FROM ANY JOURNAL, IN TIME ORDER; AW-SEQ KEEPS LINES
      * OF THE SAME SECOND IN THE ORDER THEY WERE READ.
       SD AUDIT-WORK.
       01 AUDIT-WORK-RECORD.
          02 AW-DATE              PIC 9(8).
          02 AW-TIME              PIC 9(6).
          02 AW-SEQ               PIC 9(7).
          02 AW-SOURCE            PIC X(21).
          02 AW-ACTION            PIC X(11).
          02 AW-OPERATOR          PIC X(8).
          02 AW-KEY               PIC X(30).
          02 AW-DETAIL            PIC X(80).
      *    LAYOUT OF THE IMAGES: C CUSTOMER, E EMPLOYEE, O OPERATOR,
      *    K CREDIT, G ANY OTHER (COMPARED BY COLUMN), N NO IMAGES.
          02 AW-MAP               PIC X.
          02 AW-IMAGE-LEN         PIC 9(3).
          02 AW-BEFORE            PIC X(128).
          02 AW-AFTER             PIC X(128).
       FD CUST-JOURNAL.
       01 JOURNAL-RECORD.
           02 JRN-ACTION           PIC X(10).
           02 FILLER               PIC X.
           02 JRN-DATE             PIC 9(8).
           02 FILLER               PIC X.
           02 JRN-TIME             PIC 9(6).
           02 FILLER               PIC X.
           02 JRN-OPERATOR         PIC X(8).
           02 FILLER               PIC X.
           02 JRN-IDNUM            PIC 9(5).
           02 FILLER               PIC X.
           02 JRN-BEFORE-IMAGE     PIC X(102).
           02 FILLER               PIC X.
           02 JRN-AFTER-IMAGE      PIC X(102).
       FD CREDIT-JOURNAL.
           COPY CJRREC.
       FD STATUS-JOURNAL.
       01 STATUS-JOURNAL-RECORD.
          02 SJR-SEQ              PIC 9(4).
          02 FILLER               PIC X.
          02 SJR-OLD-STATUS       PIC X.
          02 FILLER               PIC X.
          02 SJR-NEW-STATUS       PIC X.
          02 FILLER               PIC X.
          02 SJR-DATE             PIC 9(8).
          02 FILLER               PIC X.
          02 SJR-TIME             PIC 9(6).
          02 FILLER               PIC X.
          02 SJR-IDNUM            PIC 9(5).
          02 FILLER               PIC X.
          02 SJR-PRODNAME         PIC X(10).
          02 FILLER               PIC X.
          02 SJR-SIZE             PIC A.
          02 FILLER               PIC X.
          02 SJR-ORDER-NUM        PIC 9(6).
          02 FILLER               PIC X.
          02 SJR-OPERATOR         PIC X(8).
       FD EMP-AUDIT-FILE.
       01 EMP-AUDIT-RECORD.
           05 AUDIT-EMP-ID          PIC 9(04).
           05 FILLER                PIC X(01).
           05 AUDIT-ACTION          PIC X(11).
           05 FILLER                PIC X(01).
           05 AUDIT-DATE            PIC 9(08).
           05 FILLER                PIC X(01).
           05 AUDIT-TIME            PIC 9(06).
           05 FILLER                PIC X(01).
           05 AUDIT-IMAGE           PIC X(106).
           05 FILLER                PIC X(01).
           05 AUDIT-OPERATOR        PIC X(08).
       FD MARKS-AUDIT-FILE.
       01 MARKS-AUDIT-RECORD.
          02 MAU-DATE          PIC 9(8).
          02 FILLER            PIC X.
          02 MAU-TIME          PIC 9(6).
          02 FILLER            PIC X.
          02 MAU-OPERATOR      PIC X(8).
          02 FILLER            PIC X.
          02 MAU-ID-NUM        PIC 9(4).
          02 FILLER            PIC X.
          02 MAU-SUBJECT       PIC 9.
          02 FILLER            PIC X.
          02 MAU-OLD-MARK      PIC 999.
          02 FILLER            PIC X.
          02 MAU-NEW-MARK      PIC 999.
          02 FILLER            PIC X.
          02 MAU-CLASS         PIC X(4).
       FD ADMIN-JOURNAL.
       01 ADMIN-JOURNAL-RECORD.
           02 OAJ-ACTION           PIC X(10).
           02 FILLER               PIC X.
           02 OAJ-DATE             PIC 9(8).
           02 FILLER               PIC X.
           02 OAJ-TIME             PIC 9(6).
           02 FILLER               PIC X.
           02 OAJ-ADMIN            PIC X(8).
           02 FILLER               PIC X.
           02 OAJ-TARGET           PIC X(8).
           02 FILLER               PIC X.
           02 OAJ-BEFORE-IMAGE     PIC X(34).
           02 FILLER               PIC X.
           02 OAJ-AFTER-IMAGE      PIC X(34).
       FD MAINT-JOURNAL.
           COPY MJRREC.
       FD AUDIT-REPORT.
       01 PRINT-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING             PIC X(28) VALUE
          'UNIFIED AUDIT TRAIL INQUIRY '.
       01 SELECTION-LINE.
          02 FILLER                PIC X(11) VALUE 'SELECTION: '.
          02 PRN-SELECTION         PIC X(121).
       01 COLUMN-HEADING.
          02 FILLER                PIC X(16) VALUE 'DATE     TIME   '.
          02 FILLER                PIC X(22) VALUE 'JOURNAL'.
          02 FILLER                PIC X(12) VALUE 'ACTION'.
          02 FILLER                PIC X(9)  VALUE 'OPERATOR'.
          02 FILLER                PIC X(30) VALUE 'KEY'.
       01 HIT-LINE.
          02 PRN-DATE              PIC 9(8).
          02 FILLER                PIC X(01) VALUE SPACE.
          02 PRN-TIME              PIC 9(6).
          02 FILLER                PIC X(01) VALUE SPACE.
          02 PRN-SOURCE            PIC X(21).
          02 FILLER                PIC X(01) VALUE SPACE.
          02 PRN-ACTION            PIC X(11).
          02 FILLER                PIC X(01) VALUE SPACE.
          02 PRN-OPERATOR          PIC X(8).
          02 FILLER                PIC X(01) VALUE SPACE.
          02 PRN-KEY               PIC X(30).
       01 DETAIL-TEXT-LINE.
          02 FILLER                PIC X(6) VALUE SPACES.
          02 PRN-DETAIL            PIC X(80).
       01 DIFF-LINE.
          02 FILLER                PIC X(6) VALUE SPACES.
          02 PRN-DIFF-NAME         PIC X(14).
          02 FILLER                PIC X(2) VALUE ': '.
          02 PRN-DIFF-BEFORE       PIC X(45).
          02 FILLER                PIC X(4) VALUE ' -> '.
          02 PRN-DIFF-AFTER        PIC X(45).
       01 IMAGE-LINE.
          02 FILLER                PIC X(6) VALUE SPACES.
          02 PRN-IMAGE-LABEL       PIC X(14).
          02 FILLER                PIC X(2) VALUE ': '.
          02 PRN-IMAGE             PIC X(110).
       01 JOURNAL-TOTAL-LINE.
          02 PRN-TOT-SOURCE        PIC X(22).
          02 PRN-TOT-TEXT          PIC X(14).
          02 PRN-TOT-READ          PIC ZZZZZZ9.
          02 FILLER                PIC X(8) VALUE '   HITS '.
          02 PRN-TOT-HITS          PIC ZZZZZZ9.
       01 COUNT-LINE.
          02 FILLER                PIC X(22) VALUE
             'CHANGES LISTED:       '.
          02 PRN-HIT-COUNT         PIC ZZZZZZ9.
       01 REPORT-FOOTING           PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE               PIC X(132) VALUE SPACES.
       01 WS-JOURNAL-STATUS        PIC XX.
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-EOF                VALUE 'Y'.
       01 WS-SORT-EOF              PIC X VALUE 'N'.
          88 WS-SORT-END           VALUE 'Y'.
      * THE SELECTION, FROM THE PARAMETERS.
       01 WS-CMDLINE-FULL          PIC X(100).
       01 WS-EQUALS-COUNT          PIC 99 VALUE ZERO.
       01 WS-BAD-PARM              PIC X VALUE 'N'.
       01 WS-ANY-KEY               PIC X VALUE 'N'.
       01 WS-SEL-CUST              PIC 9(5) VALUE ZERO.
       01 WS-SEL-CUST-SET          PIC X VALUE 'N'.
       01 WS-SEL-EMP               PIC 9(4) VALUE ZERO.
       01 WS-SEL-EMP-SET           PIC X VALUE 'N'.
       01 WS-SEL-ORDER             PIC 9(6) VALUE ZERO.
       01 WS-SEL-ORDER-SET         PIC X VALUE 'N'.
       01 WS-SEL-STUDENT           PIC 9(4) VALUE ZERO.
       01 WS-SEL-STUDENT-SET       PIC X VALUE 'N'.
       01 WS-SEL-KEY               PIC X(20) VALUE SPACES.
       01 WS-SEL-FROM              PIC 9(8) VALUE ZERO.
       01 WS-SEL-TO                PIC 9(8) VALUE 99999999.
       01 WS-SEL-OPER              PIC X(8) VALUE SPACES.
       01 WS-PARM-LEN              PIC 99 VALUE ZERO.
       01 WS-PARM-NUMBER           PIC 9(9) VALUE ZERO.
       01 WS-PARM-FOUND            PIC X VALUE 'N'.
       01 WS-SEL-PTR               PIC 9(3) VALUE 1.
      * ONE LINE UNDER TEST: ITS DATE AND OPERATOR FOR THE COMMON
      * TESTS, AND WHETHER ITS KEY MATCHED.
       01 WS-LINE-DATE             PIC 9(8).
       01 WS-LINE-OPERATOR         PIC X(8).
       01 WS-LINE-HAS-OPERATOR     PIC X.
       01 WS-KEY-MATCH             PIC X.
       01 WS-LINE-KEY              PIC X(20).
       01 WS-HIT-SEQ               PIC 9(7) VALUE ZERO.
       01 WS-HIT-COUNT             PIC 9(7) VALUE ZERO.
      * LINES READ AND HITS PER JOURNAL, FOR THE FOOTING.
       01 WS-JOURNAL-NAMES.
          05 FILLER PIC X(21) VALUE 'file05-journal.log'.
          05 FILLER PIC X(21) VALUE 'order01-journal.log'.
          05 FILLER PIC X(21) VALUE 'ordstat.log'.
          05 FILLER PIC X(21) VALUE 'cobvs4-audit.log'.
          05 FILLER PIC X(21) VALUE 'marks-audit.log'.
          05 FILLER PIC X(21) VALUE 'operadmin-journal.log'.
          05 FILLER PIC X(21) VALUE 'maint-journal.log'.
       01 WS-JOURNAL-NAME-TABLE REDEFINES WS-JOURNAL-NAMES.
          05 WS-JNL-NAME           PIC X(21) OCCURS 7 TIMES.
       01 WS-JOURNAL-COUNTS.
          05 WS-JNL-ENTRY OCCURS 7 TIMES.
             10 WS-JNL-PRESENT     PIC X.
             10 WS-JNL-READ        PIC 9(7).
             10 WS-JNL-HITS        PIC 9(7).
       01 WS-JNL-IDX               PIC 9 VALUE ZERO.
      * LAST AFTER-IMAGE SEEN PER EMPLOYEE, WHICH IS THE BEFORE-IMAGE
      * OF THAT EMPLOYEE'S NEXT AUDIT LINE.
       01 WS-EMP-IMAGE-TABLE.
          05 WS-EI-ENTRY OCCURS 500 TIMES.
             10 WS-EI-EMP-ID       PIC 9(4).
             10 WS-EI-IMAGE        PIC X(106).
       01 WS-EI-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-EI-IDX                PIC 9(3) VALUE ZERO.
       01 WS-EI-FOUND              PIC 9(3) VALUE ZERO.
      * FIELD MAPS OF THE IMAGE LAYOUTS: LAYOUT, START, LENGTH, MASK
      * (Y = NEVER PRINT THE VALUE), FIELD NAME.
       01 WS-FIELD-MAP-VALUES.
          05 FILLER PIC X(22) VALUE 'C001005NIDNUM'.
          05 FILLER PIC X(22) VALUE 'C006015NFIRSTNAME'.
          05 FILLER PIC X(22) VALUE 'C021015NLASTNAME'.
          05 FILLER PIC X(22) VALUE 'C036025NADDR-LINE1'.
          05 FILLER PIC X(22) VALUE 'C061015NADDR-CITY'.
          05 FILLER PIC X(22) VALUE 'C076002NADDR-STATE'.
          05 FILLER PIC X(22) VALUE 'C078010NADDR-ZIP'.
          05 FILLER PIC X(22) VALUE 'C088014NCUSTPHONE'.
          05 FILLER PIC X(22) VALUE 'C102001NMAILFLAG'.
          05 FILLER PIC X(22) VALUE 'E001004NEMP-ID'.
          05 FILLER PIC X(22) VALUE 'E005030NLAST-NAME'.
          05 FILLER PIC X(22) VALUE 'E035020NFIRST-NAME'.
          05 FILLER PIC X(22) VALUE 'E055002NSERVICE-YEARS'.
          05 FILLER PIC X(22) VALUE 'E057010NPROMOTION-DATE'.
          05 FILLER PIC X(22) VALUE 'E067009YSSN'.
          05 FILLER PIC X(22) VALUE 'E076001NDELETED-FLAG'.
          05 FILLER PIC X(22) VALUE 'E077008NREG-PAY'.
          05 FILLER PIC X(22) VALUE 'E085008NBON-PAY'.
          05 FILLER PIC X(22) VALUE 'E093010NPAY-EFF-DATE'.
          05 FILLER PIC X(22) VALUE 'E103004NHOURLY-RATE'.
          05 FILLER PIC X(22) VALUE 'O001008NOPERATOR-ID'.
          05 FILLER PIC X(22) VALUE 'O019001NAUTHORITY'.
          05 FILLER PIC X(22) VALUE 'O021008NPASSWORD-DATE'.
          05 FILLER PIC X(22) VALUE 'O030001NFORCE-CHANGE'.
          05 FILLER PIC X(22) VALUE 'O032001NFAIL-COUNT'.
          05 FILLER PIC X(22) VALUE 'O034001NSTATUS'.
          05 FILLER PIC X(22) VALUE 'K001005NIDNUM'.
          05 FILLER PIC X(22) VALUE 'K007009NCREDIT-LIMIT'.
          05 FILLER PIC X(22) VALUE 'K017009NBALANCE'.
          05 FILLER PIC X(22) VALUE 'K027001NHOLD'.
       01 WS-FIELD-MAP-TABLE REDEFINES WS-FIELD-MAP-VALUES.
          05 WS-MAP-ENTRY OCCURS 30 TIMES.
             10 WS-MAP-LAYOUT      PIC X.
             10 WS-MAP-START       PIC 9(3).
             10 WS-MAP-LEN         PIC 9(3).
             10 WS-MAP-MASK        PIC X.
             10 WS-MAP-NAME        PIC X(14).
       01 WS-MAP-IDX               PIC 99 VALUE ZERO.
      * WORK FIELDS FOR THE DIFFERENCE.
       01 WS-PRINT-IMAGE           PIC X(128).
       01 WS-COL                   PIC 9(3) VALUE ZERO.
       01 WS-SEG-START             PIC 9(3) VALUE ZERO.
       01 WS-SEG-END               PIC 9(3) VALUE ZERO.
       01 WS-SEG-LEN               PIC 9(3) VALUE ZERO.
       01 WS-SEG-DONE              PIC X VALUE 'N'.
       01 WS-SEG-COUNT             PIC 99 VALUE ZERO.
       01 WS-SEG-NAME.
          05 FILLER                PIC X(5) VALUE 'COLS '.
          05 WS-SEG-NAME-FROM      PIC 9(3).
          05 FILLER                PIC X VALUE '-'.
          05 WS-SEG-NAME-TO        PIC 9(3).
       01 WS-SHOW-MONEY            PIC Z(6)9.99.
       01 WS-PARAMS-PROG           PIC X(6) VALUE 'PARAMS'.
       01 PARM-REQUEST.
          05 PARM-FUNCTION         PIC X(5).
          05 PARM-TEXT             PIC X(100).
          05 PARM-KEY              PIC X(20).
          05 PARM-VALUE            PIC X(20).
          05 PARM-RC               PIC 9(2).
       PROCEDURE DIVISION.
           DISPLAY 'AUDINQ - UNIFIED AUDIT TRAIL INQUIRY'
           PERFORM READ-SELECTION
           IF WS-BAD-PARM = 'Y'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING WS-JNL-IDX FROM 1 BY 1
              UNTIL WS-JNL-IDX > 7
              MOVE 'N' TO WS-JNL-PRESENT(WS-JNL-IDX)
              MOVE ZERO TO WS-JNL-READ(WS-JNL-IDX)
                 WS-JNL-HITS(WS-JNL-IDX)
           END-PERFORM
           SORT AUDIT-WORK
              ON ASCENDING KEY AW-DATE AW-TIME AW-SEQ
              INPUT PROCEDURE IS SEARCH-ALL-JOURNALS
              OUTPUT PROCEDURE IS WRITE-AUDIT-REPORT
           DISPLAY 'CHANGES LISTED: ' WS-HIT-COUNT
           DISPLAY 'REPORT WRITTEN TO audinq.rpt'
           IF WS-HIT-COUNT = ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       READ-SELECTION.
           ACCEPT WS-CMDLINE-FULL FROM COMMAND-LINE
           MOVE ZERO TO WS-EQUALS-COUNT
           INSPECT WS-CMDLINE-FULL
              TALLYING WS-EQUALS-COUNT FOR ALL '='
           IF WS-EQUALS-COUNT > ZERO
              MOVE 'PARSE' TO PARM-FUNCTION
              MOVE WS-CMDLINE-FULL TO PARM-TEXT
              CALL WS-PARAMS-PROG USING PARM-REQUEST
              END-CALL
              MOVE 'CUST' TO PARM-KEY
              PERFORM GET-NUMBER-PARM
              IF WS-PARM-FOUND = 'Y'
                 MOVE WS-PARM-NUMBER TO WS-SEL-CUST
                 MOVE 'Y' TO WS-SEL-CUST-SET WS-ANY-KEY
              END-IF
              MOVE 'EMP' TO PARM-KEY
              PERFORM GET-NUMBER-PARM
              IF WS-PARM-FOUND = 'Y'
                 MOVE WS-PARM-NUMBER TO WS-SEL-EMP
                 MOVE 'Y' TO WS-SEL-EMP-SET WS-ANY-KEY
              END-IF
              MOVE 'ORDER' TO PARM-KEY
              PERFORM GET-NUMBER-PARM
              IF WS-PARM-FOUND = 'Y'
                 MOVE WS-PARM-NUMBER TO WS-SEL-ORDER
                 MOVE 'Y' TO WS-SEL-ORDER-SET WS-ANY-KEY
              END-IF
              MOVE 'STUDENT' TO PARM-KEY
              PERFORM GET-NUMBER-PARM
              IF WS-PARM-FOUND = 'Y'
                 MOVE WS-PARM-NUMBER TO WS-SEL-STUDENT
                 MOVE 'Y' TO WS-SEL-STUDENT-SET WS-ANY-KEY
              END-IF
              MOVE 'FROM' TO PARM-KEY
              PERFORM GET-NUMBER-PARM
              IF WS-PARM-FOUND = 'Y'
                 MOVE WS-PARM-NUMBER TO WS-SEL-FROM
              END-IF
              MOVE 'TO' TO PARM-KEY
              PERFORM GET-NUMBER-PARM
              IF WS-PARM-FOUND = 'Y'
                 MOVE WS-PARM-NUMBER TO WS-SEL-TO
              END-IF
              MOVE 'GET' TO PARM-FUNCTION
              MOVE 'KEY' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
              END-CALL
              IF PARM-RC = ZERO AND PARM-VALUE NOT = SPACES
                 MOVE PARM-VALUE TO WS-SEL-KEY
                 MOVE 'Y' TO WS-ANY-KEY
              END-IF
              MOVE 'OPER' TO PARM-KEY
              CALL WS-PARAMS-PROG USING PARM-REQUEST
              END-CALL
              IF PARM-RC = ZERO
                 MOVE PARM-VALUE(1:8) TO WS-SEL-OPER
              END-IF
           END-IF
           IF WS-SEL-FROM > WS-SEL-TO
              DISPLAY 'FROM DATE ' WS-SEL-FROM ' IS AFTER TO DATE '
                 WS-SEL-TO
              MOVE 'Y' TO WS-BAD-PARM
           END-IF
           PERFORM BUILD-SELECTION-TEXT
           DISPLAY 'SELECTION: ' PRN-SELECTION(1:69).
       GET-NUMBER-PARM.
      * A NUMERIC PARAMETER OF UP TO NINE DIGITS, RIGHT-JUSTIFIED
      * INTO WS-PARM-NUMBER; ANYTHING ELSE IS A BAD PARAMETER.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE 'GET' TO PARM-FUNCTION
           CALL WS-PARAMS-PROG USING PARM-REQUEST
           END-CALL
           IF PARM-RC = ZERO AND PARM-VALUE NOT = SPACES
              MOVE ZERO TO WS-PARM-LEN
              INSPECT PARM-VALUE TALLYING WS-PARM-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-PARM-LEN <= 9
                 AND PARM-VALUE(1:WS-PARM-LEN) IS NUMERIC
                 MOVE PARM-VALUE(1:WS-PARM-LEN) TO WS-PARM-NUMBER
                 MOVE 'Y' TO WS-PARM-FOUND
              ELSE
                 DISPLAY 'BAD VALUE FOR ' PARM-KEY ': ' PARM-VALUE
                 MOVE 'Y' TO WS-BAD-PARM
              END-IF
           END-IF.
       BUILD-SELECTION-TEXT.
           MOVE SPACES TO PRN-SELECTION
           MOVE 1 TO WS-SEL-PTR
           IF WS-SEL-CUST-SET = 'Y'
              STRING 'CUST=' WS-SEL-CUST ' ' DELIMITED BY SIZE
                 INTO PRN-SELECTION WITH POINTER WS-SEL-PTR
           END-IF
           IF WS-SEL-EMP-SET = 'Y'
              STRING 'EMP=' WS-SEL-EMP ' ' DELIMITED BY SIZE
                 INTO PRN-SELECTION WITH POINTER WS-SEL-PTR
           END-IF
           IF WS-SEL-ORDER-SET = 'Y'
              STRING 'ORDER=' WS-SEL-ORDER ' ' DELIMITED BY SIZE
                 INTO PRN-SELECTION WITH POINTER WS-SEL-PTR
           END-IF
           IF WS-SEL-STUDENT-SET = 'Y'
              STRING 'STUDENT=' WS-SEL-STUDENT ' ' DELIMITED BY SIZE
                 INTO PRN-SELECTION WITH POINTER WS-SEL-PTR
           END-IF
           IF WS-SEL-KEY NOT = SPACES
              STRING 'KEY=' DELIMITED BY SIZE
                 WS-SEL-KEY DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 INTO PRN-SELECTION WITH POINTER WS-SEL-PTR
           END-IF
           IF WS-SEL-OPER NOT = SPACES
              STRING 'OPER=' DELIMITED BY SIZE
                 WS-SEL-OPER DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 INTO PRN-SELECTION WITH POINTER WS-SEL-PTR
           END-IF
           STRING 'DATES ' WS-SEL-FROM ' TO ' WS-SEL-TO
              DELIMITED BY SIZE
              INTO PRN-SELECTION WITH POINTER WS-SEL-PTR.
      *****************************************************************
      * INPUT PROCEDURE: EVERY JOURNAL IN TURN, EACH LINE TESTED      *
      * AGAINST THE SELECTION AND RELEASED TO THE SORT IF IT MATCHES. *
      *****************************************************************
       SEARCH-ALL-JOURNALS.
           PERFORM SEARCH-CUST-JOURNAL
           PERFORM SEARCH-CREDIT-JOURNAL
           PERFORM SEARCH-STATUS-JOURNAL
           PERFORM SEARCH-EMP-AUDIT
           PERFORM SEARCH-MARKS-AUDIT
           PERFORM SEARCH-ADMIN-JOURNAL
           PERFORM SEARCH-MAINT-JOURNAL.
       SEARCH-CUST-JOURNAL.
           MOVE 1 TO WS-JNL-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUST-JOURNAL
           IF WS-JOURNAL-STATUS = '00'
              MOVE 'Y' TO WS-JNL-PRESENT(WS-JNL-IDX)
              PERFORM UNTIL WS-EOF
                 READ CUST-JOURNAL
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TEST-CUST-LINE
                 END-READ
              END-PERFORM
           END-IF
           IF WS-JOURNAL-STATUS = '00' OR '05' OR '10'
              CLOSE CUST-JOURNAL
           END-IF.
       TEST-CUST-LINE.
           ADD 1 TO WS-JNL-READ(WS-JNL-IDX)
           MOVE JRN-DATE TO WS-LINE-DATE
           MOVE JRN-OPERATOR TO WS-LINE-OPERATOR
           MOVE 'Y' TO WS-LINE-HAS-OPERATOR
           MOVE 'N' TO WS-KEY-MATCH
           IF WS-ANY-KEY = 'N'
              OR (WS-SEL-CUST-SET = 'Y' AND JRN-IDNUM = WS-SEL-CUST)
              MOVE 'Y' TO WS-KEY-MATCH
           END-IF
           PERFORM TEST-COMMON
           IF WS-KEY-MATCH = 'Y'
              MOVE SPACES TO AUDIT-WORK-RECORD
              MOVE JRN-DATE         TO AW-DATE
              MOVE JRN-TIME         TO AW-TIME
              MOVE JRN-ACTION       TO AW-ACTION
              MOVE JRN-OPERATOR     TO AW-OPERATOR
              STRING 'CUSTOMER ' JRN-IDNUM DELIMITED BY SIZE
                 INTO AW-KEY
      * SHIP-TO LINES ARE NOT CUSTOMER RECORDS; THEIR IMAGES ARE
      * COMPARED BY COLUMN LIKE THE MAINTENANCE JOURNAL'S.
              IF JRN-ACTION = 'ADDSHIPTO' OR 'CHGSHIPTO'
                 OR 'DELSHIPTO'
                 MOVE 'G'           TO AW-MAP
              ELSE
                 MOVE 'C'           TO AW-MAP
              END-IF
              MOVE 102              TO AW-IMAGE-LEN
              MOVE JRN-BEFORE-IMAGE TO AW-BEFORE
              MOVE JRN-AFTER-IMAGE  TO AW-AFTER
              PERFORM RELEASE-HIT
           END-IF.
       SEARCH-CREDIT-JOURNAL.
           MOVE 2 TO WS-JNL-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CREDIT-JOURNAL
           IF WS-JOURNAL-STATUS = '00'
              MOVE 'Y' TO WS-JNL-PRESENT(WS-JNL-IDX)
              PERFORM UNTIL WS-EOF
                 READ CREDIT-JOURNAL
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TEST-CREDIT-LINE
                 END-READ
              END-PERFORM
           END-IF
           IF WS-JOURNAL-STATUS = '00' OR '05' OR '10'
              CLOSE CREDIT-JOURNAL
           END-IF.
       TEST-CREDIT-LINE.
           ADD 1 TO WS-JNL-READ(WS-JNL-IDX)
           MOVE CJR-DATE TO WS-LINE-DATE
           MOVE SPACES TO WS-LINE-OPERATOR
           MOVE 'N' TO WS-LINE-HAS-OPERATOR
           MOVE 'N' TO WS-KEY-MATCH
           IF WS-ANY-KEY = 'N'
              OR (WS-SEL-CUST-SET = 'Y' AND CJR-IDNUM = WS-SEL-CUST)
              MOVE 'Y' TO WS-KEY-MATCH
           END-IF
           IF CJR-ACTION = 'PRICED' AND WS-SEL-ORDER-SET = 'Y'
              AND CJR-ORDER-NUM = WS-SEL-ORDER
              MOVE 'Y' TO WS-KEY-MATCH
           END-IF
           PERFORM TEST-COMMON
           IF WS-KEY-MATCH = 'Y'
              MOVE SPACES TO AUDIT-WORK-RECORD
              MOVE CJR-DATE         TO AW-DATE
              MOVE CJR-TIME         TO AW-TIME
              MOVE CJR-ACTION       TO AW-ACTION
              STRING 'CUSTOMER ' CJR-IDNUM DELIMITED BY SIZE
                 INTO AW-KEY
              IF CJR-ACTION = 'PRICED'
                 MOVE CJR-UNIT-PRICE TO WS-SHOW-MONEY
                 STRING 'ORDER ' CJR-ORDER-NUM ' ' CJR-PRODNAME
                    ' SIZE ' CJR-SIZE ' QTY ' CJR-QTY ' AT '
                    WS-SHOW-MONEY ' RULE ' CJR-PRICE-RULE
                    DELIMITED BY SIZE INTO AW-DETAIL
                 MOVE 'N'           TO AW-MAP
              ELSE
                 MOVE CJR-ORDER-VALUE TO WS-SHOW-MONEY
                 STRING 'ORDER VALUE ' WS-SHOW-MONEY
                    DELIMITED BY SIZE INTO AW-DETAIL
                 MOVE 'K'              TO AW-MAP
                 MOVE 27               TO AW-IMAGE-LEN
                 MOVE CJR-BEFORE-IMAGE TO AW-BEFORE
                 MOVE CJR-AFTER-IMAGE  TO AW-AFTER
              END-IF
              PERFORM RELEASE-HIT
           END-IF.
       SEARCH-STATUS-JOURNAL.
           MOVE 3 TO WS-JNL-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT STATUS-JOURNAL
           IF WS-JOURNAL-STATUS = '00'
              MOVE 'Y' TO WS-JNL-PRESENT(WS-JNL-IDX)
              PERFORM UNTIL WS-EOF
                 READ STATUS-JOURNAL
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TEST-STATUS-LINE
                 END-READ
              END-PERFORM
           END-IF
           IF WS-JOURNAL-STATUS = '00' OR '05' OR '10'
              CLOSE STATUS-JOURNAL
           END-IF.
       TEST-STATUS-LINE.
           ADD 1 TO WS-JNL-READ(WS-JNL-IDX)
           MOVE SJR-DATE TO WS-LINE-DATE
           MOVE SJR-OPERATOR TO WS-LINE-OPERATOR
           MOVE 'Y' TO WS-LINE-HAS-OPERATOR
           MOVE 'N' TO WS-KEY-MATCH
           IF WS-ANY-KEY = 'N'
              OR (WS-SEL-CUST-SET = 'Y' AND SJR-IDNUM = WS-SEL-CUST)
              OR (WS-SEL-ORDER-SET = 'Y'
                  AND SJR-ORDER-NUM = WS-SEL-ORDER)
              MOVE 'Y' TO WS-KEY-MATCH
           END-IF
           PERFORM TEST-COMMON
           IF WS-KEY-MATCH = 'Y'
              MOVE SPACES TO AUDIT-WORK-RECORD
              MOVE SJR-DATE         TO AW-DATE
              MOVE SJR-TIME         TO AW-TIME
              MOVE 'STATUS MOVE'    TO AW-ACTION
              MOVE SJR-OPERATOR     TO AW-OPERATOR
              STRING 'ORDER ' SJR-ORDER-NUM DELIMITED BY SIZE
                 INTO AW-KEY
              STRING 'STATUS ' SJR-OLD-STATUS ' -> ' SJR-NEW-STATUS
                 '  CUSTOMER ' SJR-IDNUM '  ' SJR-PRODNAME
                 ' SIZE ' SJR-SIZE DELIMITED BY SIZE INTO AW-DETAIL
              MOVE 'N'              TO AW-MAP
              PERFORM RELEASE-HIT
           END-IF.
       SEARCH-EMP-AUDIT.
           MOVE 4 TO WS-JNL-IDX
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-EI-COUNT
           OPEN INPUT EMP-AUDIT-FILE
           IF WS-JOURNAL-STATUS = '00'
              MOVE 'Y' TO WS-JNL-PRESENT(WS-JNL-IDX)
              PERFORM UNTIL WS-EOF
                 READ EMP-AUDIT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TEST-EMP-LINE
                 END-READ
              END-PERFORM
           END-IF
           IF WS-JOURNAL-STATUS = '00' OR '05' OR '10'
              CLOSE EMP-AUDIT-FILE
           END-IF.
       TEST-EMP-LINE.
      * THE LOG CARRIES ONLY THE AFTER-IMAGE; THE BEFORE-IMAGE IS
      * THE SAME EMPLOYEE'S PREVIOUS LINE, SO EVERY LINE IS TRACKED
      * WHETHER SELECTED OR NOT.
           ADD 1 TO WS-JNL-READ(WS-JNL-IDX)
           MOVE ZERO TO WS-EI-FOUND
           PERFORM VARYING WS-EI-IDX FROM 1 BY 1
              UNTIL WS-EI-IDX > WS-EI-COUNT OR WS-EI-FOUND > ZERO
              IF WS-EI-EMP-ID(WS-EI-IDX) = AUDIT-EMP-ID
                 MOVE WS-EI-IDX TO WS-EI-FOUND
              END-IF
           END-PERFORM
           MOVE AUDIT-DATE TO WS-LINE-DATE
           MOVE AUDIT-OPERATOR TO WS-LINE-OPERATOR
           MOVE 'Y' TO WS-LINE-HAS-OPERATOR
           MOVE 'N' TO WS-KEY-MATCH
           IF WS-ANY-KEY = 'N'
              OR (WS-SEL-EMP-SET = 'Y' AND AUDIT-EMP-ID = WS-SEL-EMP)
              MOVE 'Y' TO WS-KEY-MATCH
           END-IF
           PERFORM TEST-COMMON
           IF WS-KEY-MATCH = 'Y'
              MOVE SPACES TO AUDIT-WORK-RECORD
              MOVE AUDIT-DATE       TO AW-DATE
              MOVE AUDIT-TIME       TO AW-TIME
              MOVE AUDIT-ACTION     TO AW-ACTION
              MOVE AUDIT-OPERATOR   TO AW-OPERATOR
              STRING 'EMPLOYEE ' AUDIT-EMP-ID DELIMITED BY SIZE
                 INTO AW-KEY
              MOVE 'E'              TO AW-MAP
              MOVE 106              TO AW-IMAGE-LEN
              IF WS-EI-FOUND > ZERO
                 MOVE WS-EI-IMAGE(WS-EI-FOUND) TO AW-BEFORE
              END-IF
              MOVE AUDIT-IMAGE      TO AW-AFTER
              PERFORM RELEASE-HIT
           END-IF
           IF AUDIT-IMAGE NOT = SPACES
              IF WS-EI-FOUND > ZERO
                 MOVE AUDIT-IMAGE TO WS-EI-IMAGE(WS-EI-FOUND)
              ELSE
                 IF WS-EI-COUNT < 500
                    ADD 1 TO WS-EI-COUNT
                    MOVE AUDIT-EMP-ID TO WS-EI-EMP-ID(WS-EI-COUNT)
                    MOVE AUDIT-IMAGE TO WS-EI-IMAGE(WS-EI-COUNT)
                 END-IF
              END-IF
           END-IF.
       SEARCH-MARKS-AUDIT.
           MOVE 5 TO WS-JNL-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MARKS-AUDIT-FILE
           IF WS-JOURNAL-STATUS = '00'
              MOVE 'Y' TO WS-JNL-PRESENT(WS-JNL-IDX)
              PERFORM UNTIL WS-EOF
                 READ MARKS-AUDIT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TEST-MARKS-LINE
                 END-READ
              END-PERFORM
           END-IF
           IF WS-JOURNAL-STATUS = '00' OR '05' OR '10'
              CLOSE MARKS-AUDIT-FILE
           END-IF.
       TEST-MARKS-LINE.
           ADD 1 TO WS-JNL-READ(WS-JNL-IDX)
           MOVE MAU-DATE TO WS-LINE-DATE
           MOVE MAU-OPERATOR TO WS-LINE-OPERATOR
           MOVE 'Y' TO WS-LINE-HAS-OPERATOR
           MOVE 'N' TO WS-KEY-MATCH
           IF WS-ANY-KEY = 'N'
              OR (WS-SEL-STUDENT-SET = 'Y'
                  AND MAU-ID-NUM = WS-SEL-STUDENT)
              MOVE 'Y' TO WS-KEY-MATCH
           END-IF
           PERFORM TEST-COMMON
           IF WS-KEY-MATCH = 'Y'
              MOVE SPACES TO AUDIT-WORK-RECORD
              MOVE MAU-DATE         TO AW-DATE
              MOVE MAU-TIME         TO AW-TIME
              MOVE 'MARK CHANGE'    TO AW-ACTION
              MOVE MAU-OPERATOR     TO AW-OPERATOR
              STRING 'STUDENT ' MAU-ID-NUM DELIMITED BY SIZE
                 INTO AW-KEY
              STRING 'SUBJECT ' MAU-SUBJECT '  MARK ' MAU-OLD-MARK
                 ' -> ' MAU-NEW-MARK '  CLASS ' MAU-CLASS
                 DELIMITED BY SIZE INTO AW-DETAIL
              MOVE 'N'              TO AW-MAP
              PERFORM RELEASE-HIT
           END-IF.
       SEARCH-ADMIN-JOURNAL.
           MOVE 6 TO WS-JNL-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ADMIN-JOURNAL
           IF WS-JOURNAL-STATUS = '00'
              MOVE 'Y' TO WS-JNL-PRESENT(WS-JNL-IDX)
              PERFORM UNTIL WS-EOF
                 READ ADMIN-JOURNAL
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TEST-ADMIN-LINE
                 END-READ
              END-PERFORM
           END-IF
           IF WS-JOURNAL-STATUS = '00' OR '05' OR '10'
              CLOSE ADMIN-JOURNAL
           END-IF.
       TEST-ADMIN-LINE.
           ADD 1 TO WS-JNL-READ(WS-JNL-IDX)
           MOVE OAJ-DATE TO WS-LINE-DATE
           MOVE OAJ-ADMIN TO WS-LINE-OPERATOR
           MOVE 'Y' TO WS-LINE-HAS-OPERATOR
           MOVE OAJ-TARGET TO WS-LINE-KEY
           MOVE 'N' TO WS-KEY-MATCH
           IF WS-ANY-KEY = 'N'
              OR (WS-SEL-KEY NOT = SPACES
                  AND WS-LINE-KEY = WS-SEL-KEY)
              MOVE 'Y' TO WS-KEY-MATCH
           END-IF
           PERFORM TEST-COMMON
           IF WS-KEY-MATCH = 'Y'
              MOVE SPACES TO AUDIT-WORK-RECORD
              MOVE OAJ-DATE         TO AW-DATE
              MOVE OAJ-TIME         TO AW-TIME
              MOVE OAJ-ACTION       TO AW-ACTION
              MOVE OAJ-ADMIN        TO AW-OPERATOR
              STRING 'OPERATOR ' OAJ-TARGET DELIMITED BY SIZE
                 INTO AW-KEY
              MOVE 'O'              TO AW-MAP
              MOVE 34               TO AW-IMAGE-LEN
              MOVE OAJ-BEFORE-IMAGE TO AW-BEFORE
              MOVE OAJ-AFTER-IMAGE  TO AW-AFTER
              PERFORM RELEASE-HIT
           END-IF.
       SEARCH-MAINT-JOURNAL.
           MOVE 7 TO WS-JNL-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MAINT-JOURNAL
           IF WS-JOURNAL-STATUS = '00'
              MOVE 'Y' TO WS-JNL-PRESENT(WS-JNL-IDX)
              PERFORM UNTIL WS-EOF
                 READ MAINT-JOURNAL
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TEST-MAINT-LINE
                 END-READ
              END-PERFORM
           END-IF
           IF WS-JOURNAL-STATUS = '00' OR '05' OR '10'
              CLOSE MAINT-JOURNAL
           END-IF.
       TEST-MAINT-LINE.
      * CREDMNT KEYS ITS CHANGES ON THE CUSTOMER IDNUM, SO CUST=
      * FINDS THEM AS WELL AS KEY=.
           ADD 1 TO WS-JNL-READ(WS-JNL-IDX)
           MOVE MJR-DATE TO WS-LINE-DATE
           MOVE MJR-OPERATOR TO WS-LINE-OPERATOR
           MOVE 'Y' TO WS-LINE-HAS-OPERATOR
           MOVE 'N' TO WS-KEY-MATCH
           IF WS-ANY-KEY = 'N'
              OR (WS-SEL-KEY NOT = SPACES AND MJR-KEY = WS-SEL-KEY)
              OR (WS-SEL-CUST-SET = 'Y' AND MJR-PROGRAM = 'CREDMNT'
                  AND MJR-KEY(1:5) = WS-SEL-CUST)
              MOVE 'Y' TO WS-KEY-MATCH
           END-IF
           PERFORM TEST-COMMON
           IF WS-KEY-MATCH = 'Y'
              MOVE SPACES TO AUDIT-WORK-RECORD
              MOVE MJR-DATE         TO AW-DATE
              MOVE MJR-TIME         TO AW-TIME
              MOVE MJR-ACTION       TO AW-ACTION
              MOVE MJR-OPERATOR     TO AW-OPERATOR
              STRING MJR-PROGRAM DELIMITED BY SPACE
                 ' ' MJR-KEY DELIMITED BY SIZE
                 INTO AW-KEY
              MOVE 'G'              TO AW-MAP
              MOVE 120              TO AW-IMAGE-LEN
              MOVE MJR-BEFORE-IMAGE TO AW-BEFORE
              MOVE MJR-AFTER-IMAGE  TO AW-AFTER
              PERFORM RELEASE-HIT
           END-IF.
       TEST-COMMON.
      * DATE RANGE AND OPERATOR, THE SAME FOR EVERY JOURNAL. A LINE
      * ALREADY REFUSED ON ITS KEY STAYS REFUSED.
           IF WS-LINE-DATE < WS-SEL-FROM OR WS-LINE-DATE > WS-SEL-TO
              MOVE 'N' TO WS-KEY-MATCH
           END-IF
           IF WS-SEL-OPER NOT = SPACES
              IF WS-LINE-HAS-OPERATOR = 'N'
                 OR WS-LINE-OPERATOR NOT = WS-SEL-OPER
                 MOVE 'N' TO WS-KEY-MATCH
              END-IF
           END-IF.
       RELEASE-HIT.
           ADD 1 TO WS-HIT-SEQ
           MOVE WS-HIT-SEQ TO AW-SEQ
           MOVE WS-JNL-NAME(WS-JNL-IDX) TO AW-SOURCE
           ADD 1 TO WS-JNL-HITS(WS-JNL-IDX)
           RELEASE AUDIT-WORK-RECORD.
      *****************************************************************
      * OUTPUT PROCEDURE: THE HITS IN TIME ORDER, EACH FOLLOWED BY    *
      * ITS DETAIL AND BEFORE/AFTER DIFFERENCE.                       *
      *****************************************************************
       WRITE-AUDIT-REPORT.
           OPEN OUTPUT AUDIT-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM SELECTION-LINE
           WRITE PRINT-LINE FROM BLANK-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE ZERO TO WS-HIT-COUNT
           PERFORM UNTIL WS-SORT-END
              RETURN AUDIT-WORK
                 AT END SET WS-SORT-END TO TRUE
                 NOT AT END PERFORM PRINT-ONE-HIT
              END-RETURN
           END-PERFORM
           WRITE PRINT-LINE FROM BLANK-LINE
           PERFORM PRINT-JOURNAL-TOTAL
              VARYING WS-JNL-IDX FROM 1 BY 1
              UNTIL WS-JNL-IDX > 7
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-HIT-COUNT TO PRN-HIT-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE AUDIT-REPORT.
       PRINT-ONE-HIT.
           ADD 1 TO WS-HIT-COUNT
           MOVE AW-DATE     TO PRN-DATE
           MOVE AW-TIME     TO PRN-TIME
           MOVE AW-SOURCE   TO PRN-SOURCE
           MOVE AW-ACTION   TO PRN-ACTION
           MOVE AW-OPERATOR TO PRN-OPERATOR
           MOVE AW-KEY      TO PRN-KEY
           WRITE PRINT-LINE FROM HIT-LINE
           IF AW-DETAIL NOT = SPACES
              MOVE AW-DETAIL TO PRN-DETAIL
              WRITE PRINT-LINE FROM DETAIL-TEXT-LINE
           END-IF
           IF AW-MAP NOT = 'N'
              PERFORM SHOW-DIFFERENCE
           END-IF.
       SHOW-DIFFERENCE.
      * A RECORD ADDED OR REMOVED IS SHOWN WHOLE; A CHANGED ONE FIELD
      * BY FIELD WHERE ITS LAYOUT IS KNOWN, ELSE BY COLUMN RANGE.
           EVALUATE TRUE
              WHEN AW-BEFORE = SPACES AND AW-AFTER = SPACES
                 CONTINUE
              WHEN AW-BEFORE = SPACES
                 MOVE AW-AFTER TO WS-PRINT-IMAGE
                 PERFORM MASK-PRINT-IMAGE
                 MOVE 'RECORD NOW' TO PRN-IMAGE-LABEL
                 MOVE WS-PRINT-IMAGE TO PRN-IMAGE
                 WRITE PRINT-LINE FROM IMAGE-LINE
              WHEN AW-AFTER = SPACES
                 MOVE AW-BEFORE TO WS-PRINT-IMAGE
                 PERFORM MASK-PRINT-IMAGE
                 MOVE 'RECORD WAS' TO PRN-IMAGE-LABEL
                 MOVE WS-PRINT-IMAGE TO PRN-IMAGE
                 WRITE PRINT-LINE FROM IMAGE-LINE
              WHEN AW-BEFORE = AW-AFTER
                 MOVE 'NO FIELD CHANGED' TO PRN-DETAIL
                 WRITE PRINT-LINE FROM DETAIL-TEXT-LINE
              WHEN AW-MAP = 'G'
                 PERFORM DIFFERENCE-BY-COLUMN
              WHEN OTHER
                 PERFORM DIFFERENCE-BY-FIELD
                    VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > 30
           END-EVALUATE.
       MASK-PRINT-IMAGE.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > 30
              IF WS-MAP-LAYOUT(WS-MAP-IDX) = AW-MAP
                 AND WS-MAP-MASK(WS-MAP-IDX) = 'Y'
                 MOVE ALL '*' TO WS-PRINT-IMAGE
                    (WS-MAP-START(WS-MAP-IDX):WS-MAP-LEN(WS-MAP-IDX))
              END-IF
           END-PERFORM.
       DIFFERENCE-BY-FIELD.
           IF WS-MAP-LAYOUT(WS-MAP-IDX) = AW-MAP
              AND AW-BEFORE
                 (WS-MAP-START(WS-MAP-IDX):WS-MAP-LEN(WS-MAP-IDX))
                 NOT = AW-AFTER
                 (WS-MAP-START(WS-MAP-IDX):WS-MAP-LEN(WS-MAP-IDX))
              MOVE WS-MAP-NAME(WS-MAP-IDX) TO PRN-DIFF-NAME
              IF WS-MAP-MASK(WS-MAP-IDX) = 'Y'
                 MOVE '(MASKED)' TO PRN-DIFF-BEFORE PRN-DIFF-AFTER
              ELSE
                 MOVE AW-BEFORE
                    (WS-MAP-START(WS-MAP-IDX):WS-MAP-LEN(WS-MAP-IDX))
                    TO PRN-DIFF-BEFORE
                 MOVE AW-AFTER
                    (WS-MAP-START(WS-MAP-IDX):WS-MAP-LEN(WS-MAP-IDX))
                    TO PRN-DIFF-AFTER
              END-IF
              WRITE PRINT-LINE FROM DIFF-LINE
           END-IF.
       DIFFERENCE-BY-COLUMN.
      * EACH RUN OF CHANGED COLUMNS IS WIDENED TO THE BLANKS AROUND
      * IT, SO A CHANGED WORD OR NUMBER SHOWS WHOLE.
           MOVE ZERO TO WS-SEG-END WS-SEG-COUNT
           PERFORM VARYING WS-COL FROM 1 BY 1
              UNTIL WS-COL > AW-IMAGE-LEN
              IF WS-COL > WS-SEG-END
                 AND AW-BEFORE(WS-COL:1) NOT = AW-AFTER(WS-COL:1)
                 PERFORM WIDEN-SEGMENT
                 PERFORM PRINT-SEGMENT
              END-IF
           END-PERFORM.
       WIDEN-SEGMENT.
           MOVE WS-COL TO WS-SEG-START WS-SEG-END
           MOVE 'N' TO WS-SEG-DONE
           PERFORM UNTIL WS-SEG-DONE = 'Y'
              IF WS-SEG-START = 1
                 MOVE 'Y' TO WS-SEG-DONE
              ELSE
                 IF AW-BEFORE(WS-SEG-START - 1:1) = SPACE
                    AND AW-AFTER(WS-SEG-START - 1:1) = SPACE
                    MOVE 'Y' TO WS-SEG-DONE
                 ELSE
                    SUBTRACT 1 FROM WS-SEG-START
                 END-IF
              END-IF
           END-PERFORM
           MOVE 'N' TO WS-SEG-DONE
           PERFORM UNTIL WS-SEG-DONE = 'Y'
              IF WS-SEG-END >= AW-IMAGE-LEN
                 MOVE 'Y' TO WS-SEG-DONE
              ELSE
                 IF AW-BEFORE(WS-SEG-END + 1:1) = SPACE
                    AND AW-AFTER(WS-SEG-END + 1:1) = SPACE
                    MOVE 'Y' TO WS-SEG-DONE
                 ELSE
                    ADD 1 TO WS-SEG-END
                 END-IF
              END-IF
           END-PERFORM.
       PRINT-SEGMENT.
           ADD 1 TO WS-SEG-COUNT
           COMPUTE WS-SEG-LEN = WS-SEG-END - WS-SEG-START + 1
           MOVE WS-SEG-START TO WS-SEG-NAME-FROM
           MOVE WS-SEG-END TO WS-SEG-NAME-TO
           MOVE WS-SEG-NAME TO PRN-DIFF-NAME
           MOVE AW-BEFORE(WS-SEG-START:WS-SEG-LEN) TO PRN-DIFF-BEFORE
           MOVE AW-AFTER(WS-SEG-START:WS-SEG-LEN) TO PRN-DIFF-AFTER
           WRITE PRINT-LINE FROM DIFF-LINE.
       PRINT-JOURNAL-TOTAL.
           MOVE WS-JNL-NAME(WS-JNL-IDX) TO PRN-TOT-SOURCE
           IF WS-JNL-PRESENT(WS-JNL-IDX) = 'Y'
              MOVE '  LINES READ ' TO PRN-TOT-TEXT
           ELSE
              MOVE '  NOT PRESENT' TO PRN-TOT-TEXT
           END-IF
           MOVE WS-JNL-READ(WS-JNL-IDX) TO PRN-TOT-READ
           MOVE WS-JNL-HITS(WS-JNL-IDX) TO PRN-TOT-HITS
           WRITE PRINT-LINE FROM JOURNAL-TOTAL-LINE.
       END PROGRAM AUDINQ.
