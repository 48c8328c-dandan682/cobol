      * EMPLOYEE 3217 RECEIVED THIS YEAR' FINALLY HAS AN ANSWER.
      * YEARROLL MODE ARCHIVES THE CLOSING BALANCES TO A DATED
      * empytd-YYYYMMDD.dat FILE, THE FILE11 NAMING WAY, AND
      * RESETS empytd.dat EMPTY FOR THE NEW YEAR. THE YEAR-TO-DATE
      * DEDUCTIONS BY TYPE (empdedytd.dat) ROLL THE SAME WAY, TO
      * empdedytd-YYYYMMDD.dat. RUN YESTMT FOR THE CLOSING YEAR
      * BEFORE THE ROLL - IT READS THE LIVE FILES.
      *
      * COMMAND LINE: REPORT (DEFAULT) OR YEARROLL.

                 ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-ARCHIVE.
             SELECT OPTIONAL DEDUCTION-YTD-FILE
                 ASSIGN TO "empdedytd.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-DYT.
             SELECT OPTIONAL DED-ARCHIVE-FILE
                 ASSIGN TO DYNAMIC WS-DED-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATUS-DED-ARCHIVE.
             SELECT YTD-REPORT
                 ASSIGN TO "empytd.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
          05  YTD-BONUS        PIC 9(09)V99.
       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD       PIC X(33).
       FD  DEDUCTION-YTD-FILE.
           COPY DYTREC.
       FD  DED-ARCHIVE-FILE.
       01 DED-ARCHIVE-RECORD   PIC X(27).
       FD  YTD-REPORT.
       01 PRINT-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
          88 REPORT-MODE       VALUE 'REPORT'.
          88 YEARROLL-MODE     VALUE 'YEARROLL'.
       01 WS-ARCHIVE-NAME      PIC X(24).
       01 WS-DED-ARCHIVE-NAME  PIC X(27).
       77 WS-STATUS-DYT        PIC X(02).
       77 WS-STATUS-DED-ARCHIVE PIC X(02).
       77 WS-DYT-EOF           PIC X(01) VALUE 'N'.
       77 WS-DYT-COUNT         PIC 9(06) VALUE ZERO.
       77 WS-CURRENT-DATE      PIC 9(08).
       77 WS-EMP-COUNT         PIC 9(06) VALUE ZERO.
       77 WS-TOT-RAISE         PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING 'empytd-' WS-CURRENT-DATE '.dat'
              DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           MOVE SPACES TO WS-DED-ARCHIVE-NAME
           STRING 'empdedytd-' WS-CURRENT-DATE '.dat'
              DELIMITED BY SIZE INTO WS-DED-ARCHIVE-NAME
           DISPLAY '  RUN MODE: ' WS-RUN-MODE
           OPEN INPUT YTD-FILE
           IF WS-STATUS-YTD NOT = '00' THEN
                    WS-STATUS-YTD
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM P310-ROLL-DEDUCTION-YTD
           END-IF
           DISPLAY 'EMPLOYEES REPORTED: ' WS-EMP-COUNT
           DISPLAY 'PAYYTD - SUCCESSFULLY ENDED'.
       P310-ROLL-DEDUCTION-YTD.
           OPEN INPUT DEDUCTION-YTD-FILE
           IF WS-STATUS-DYT NOT = '00' AND '05' THEN
              DISPLAY ' ** COULD NOT READ empdedytd.dat - STATUS '
                 WS-STATUS-DYT
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN EXTEND DED-ARCHIVE-FILE
              IF WS-STATUS-DED-ARCHIVE NOT = '00' AND '05' THEN
                 DISPLAY ' ** ERROR ON DEDUCTION ARCHIVE OPEN - '
                    'FILE STATUS ' WS-STATUS-DED-ARCHIVE
                 CLOSE DEDUCTION-YTD-FILE
                 MOVE 12 TO RETURN-CODE
              ELSE
                 PERFORM UNTIL WS-DYT-EOF = 'Y'
                    READ DEDUCTION-YTD-FILE
                       AT END MOVE 'Y' TO WS-DYT-EOF
                       NOT AT END
                          ADD 1 TO WS-DYT-COUNT
                          WRITE DED-ARCHIVE-RECORD
                             FROM DEDUCTION-YTD-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE DEDUCTION-YTD-FILE, DED-ARCHIVE-FILE
      *          ONLY ONCE THE LINES ARE ON THE ARCHIVE IS THE LIVE
      *          FILE EMPTIED FOR THE NEW YEAR.
                 OPEN OUTPUT DEDUCTION-YTD-FILE
                 IF WS-STATUS-DYT = '00' OR '05' THEN
                    CLOSE DEDUCTION-YTD-FILE
                    DISPLAY 'DEDUCTION YTD LINES ARCHIVED: '
                       WS-DYT-COUNT ' TO ' WS-DED-ARCHIVE-NAME
                 ELSE
                    DISPLAY ' ** COULD NOT RESET empdedytd.dat - '
                       'STATUS ' WS-STATUS-DYT
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
      *    END OF SOURCE CODE
       END PROGRAM PAYYTD.
