      * EMPLOYEE MASTER WITH TODAY AS EMP-PAY-EFF-DATE; ANY
      * ROUNDING REMAINDER GOES TO THE LAST EMPLOYEE SO THE POT IS
      * FULLY AND EXACTLY DISTRIBUTED, AND THE ALLOCATION REGISTER
      * PROVES IT DEPARTMENT BY DEPARTMENT. EVERY BONUS THAT CHANGES
      * IS APPENDED TO THE salhist.dat PAY HISTORY WITH ITS OLD AND
      * NEW VALUE.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT ALLOC-REPORT ASSIGN TO "bonalloc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SALARY-HISTORY-FILE ASSIGN TO "salhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-SALHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-VS-FILE.
           05 ASG-DEPT-CODE         PIC X(04).
       FD  ALLOC-REPORT.
       01  PRINT-LINE               PIC X(80).
       FD  SALARY-HISTORY-FILE.
           COPY SALREC.
       WORKING-STORAGE SECTION.
       EXEC SQL
           INCLUDE SQLCA
          05 EMPFILE-STAT2    PIC X.
       01 WS-DEPT-STATUS      PIC XX.
       01 WS-ASSIGN-STATUS    PIC XX.
       01 WS-SALHIST-STATUS   PIC XX.
       01 WS-SALHIST-OPEN     PIC X VALUE 'N'.
       01 WS-OLD-BON-PAY      PIC 9(6)V99.
       01 WS-CURRENT-TIME     PIC 9(6).
       01 WS-EOF-FLAG         PIC X VALUE 'N'.
          88 WS-EOF           VALUE 'Y'.
       01 WS-LIST-EOF         PIC X VALUE 'N'.
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            ACCEPT WS-CURRENT-TIME FROM TIME
            OPEN EXTEND SALARY-HISTORY-FILE
            IF WS-SALHIST-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-SALHIST-OPEN
            ELSE
               DISPLAY 'ERROR ON PAY HISTORY OPEN - FILE STATUS '
                  WS-SALHIST-STATUS
            END-IF
            OPEN OUTPUT ALLOC-REPORT
            WRITE PRINT-LINE FROM PAGE-HEADING
            EXEC SQL
            WRITE PRINT-LINE FROM REPORT-FOOTING
            CLOSE ALLOC-REPORT
            CLOSE EMPLOYEE-VS-FILE
            IF WS-SALHIST-OPEN = 'Y'
               CLOSE SALARY-HISTORY-FILE
            END-IF
            DISPLAY 'DEPARTMENTS ALLOCATED: ' WS-DEPT-DONE
            DISPLAY 'SHARES POSTED:         ' WS-POSTED-COUNT
            STOP RUN.
            MOVE WS-SHR-EMP-ID(WS-SHARE-IDX) TO EMP-ID
            READ EMPLOYEE-VS-FILE
            IF EMP-FILE-STATUS = '00'
               IF EMP-BON-PAY IS NUMERIC
                  MOVE EMP-BON-PAY TO WS-OLD-BON-PAY
               ELSE
                  MOVE ZERO TO WS-OLD-BON-PAY
               END-IF
               MOVE WS-SHR-AMOUNT(WS-SHARE-IDX) TO EMP-BON-PAY
               MOVE WS-EFF-DATE-ISO TO EMP-PAY-EFF-DATE
               REWRITE EMPLOYEE
                  MOVE WS-SHR-YEARS(WS-SHARE-IDX)  TO PRN-YEARS
                  MOVE WS-SHR-AMOUNT(WS-SHARE-IDX) TO PRN-SHARE
                  WRITE PRINT-LINE FROM SHARE-DETAIL-LINE
                  IF WS-SALHIST-OPEN = 'Y'
                     AND EMP-BON-PAY NOT = WS-OLD-BON-PAY
                     PERFORM WRITE-PAY-HISTORY
                  END-IF
               ELSE
                  DISPLAY 'ERROR ON REWRITE - EMPLOYEE ' EMP-ID
                     ' FILE STATUS ' EMP-FILE-STATUS
               END-IF
            END-IF.
        WRITE-PAY-HISTORY.
            MOVE SPACES          TO SALARY-HISTORY-RECORD
            MOVE EMP-ID          TO SH-EMP-ID
            MOVE WS-EFF-DATE-ISO TO SH-EFF-DATE
            SET SH-BON-PAY       TO TRUE
            MOVE WS-OLD-BON-PAY  TO SH-OLD-VALUE
            MOVE EMP-BON-PAY     TO SH-NEW-VALUE
            SET SH-BONUS-AWARD   TO TRUE
            MOVE 'BONALLOC'      TO SH-PROGRAM
            MOVE WS-CURRENT-DATE TO SH-RECORDED-DATE
            MOVE WS-CURRENT-TIME TO SH-RECORDED-TIME
            WRITE SALARY-HISTORY-RECORD.
       END PROGRAM BONALLOC.
