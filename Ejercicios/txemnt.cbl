       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TXEMNT.
      ***************************************
      * SALES TAX EXEMPTION CERTIFICATE MAINTENANCE, IN THE STYLE
      * OF THE GRPMNT MENU. KEEPS taxexempt.dat: FOR EACH EXEMPT
      * CUSTOMER (SCHOOLS, CHARITIES) THE CERTIFICATE NUMBER, THE
      * ISSUING STATE AND THE EXPIRY DATE. A CUSTOMER HOLDS AT MOST
      * ONE CERTIFICATE PER STATE; ENTERING ONE AGAIN FOR THE SAME
      * STATE IS A RENEWAL AND REPLACES THE OLD NUMBER AND DATE.
      * ORDER01 AND ORDBATCH STOP CHARGING TAX THE MOMENT A VALID
      * CERTIFICATE IS ON FILE, AND START AGAIN THE DAY AFTER IT
      * EXPIRES.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXEMPT-FILE ASSIGN TO "taxexempt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXEMPT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXEMPT-FILE.
           COPY TXEREC.
       FD CUSTOMER-FILE.
       01 CUSTOMERDATA.
           02 IDNUM                PIC 9(5).
           02 CUSTNAME.
              03 FIRSTNAME         PIC X(15).
              03 LASTNAME          PIC X(15).
           02 CUSTADDR.
              03 ADDR-LINE1        PIC X(25).
              03 ADDR-CITY         PIC X(15).
              03 ADDR-STATE        PIC X(02).
              03 ADDR-ZIP          PIC X(10).
           02 CUSTPHONE            PIC X(14).
           02 MAILFLAG             PIC X(01).
       WORKING-STORAGE SECTION.
       01 WS-EXEMPT-STATUS   PIC X(2) VALUE '00'.
       01 WS-CUSTFILE-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF                   VALUE 'Y'.
       01 CHOICE             PIC 9.
       01 STAYOPEN           PIC X VALUE 'Y'.
      * THE CERTIFICATE FILE HELD IN STORAGE WHILE THE MENU IS OPEN;
      * EVERY CHANGE REWRITES THE FILE, THE PRODMNT WAY.
       01 WS-EXEMPT-TABLE.
          05 WS-EXEMPT-ENTRY OCCURS 500 TIMES.
             10 WS-TXE-IDNUM     PIC 9(5).
             10 WS-TXE-CERT-NUM  PIC X(15).
             10 WS-TXE-STATE     PIC X(2).
             10 WS-TXE-EXPIRY    PIC 9(8).
       01 WS-EXEMPT-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-EXEMPT-IDX      PIC 9(4) VALUE ZERO.
       01 WS-EXEMPT-FOUND    PIC 9(4) VALUE ZERO.
       01 WS-MOVE-IDX        PIC 9(4) VALUE ZERO.
      * THE IDNUM, NAME AND STATE ARE NEEDED FROM EACH CUSTOMER.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1000 TIMES.
             10 WS-CUST-IDNUM   PIC 9(5).
             10 WS-CUST-NAME    PIC X(30).
             10 WS-CUST-STATE   PIC X(2).
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-IDX        PIC 9(4) VALUE ZERO.
       01 WS-CUST-FOUND      PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-IDNUM     PIC X(5).
       01 WS-ENTRY-STATE     PIC X(2).
       01 WS-ENTRY-CERT      PIC X(15).
       01 WS-ENTRY-DATE      PIC X(8).
       01 WS-DATE-NUM        PIC 9(8) VALUE ZERO.
       01 WS-IDNUM           PIC 9(5) VALUE ZERO.
       01 WS-CURRENT-DATE    PIC 9(8).
       01 WS-CERT-OK         PIC X VALUE 'N'.
       01 WS-CERT-STANDING   PIC X(8).
       01 WS-DATEUTIL-PROG   PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION      PIC X(4).
          05 DU-DATE-1        PIC X(10).
          05 DU-DATE-2        PIC X(10).
          05 DU-DAYS          PIC S9(7).
          05 DU-RESULT-DATE   PIC X(10).
          05 DU-DISPLAY-DATE  PIC X(10).
          05 DU-RC            PIC 9(2).
       01 WS-LOGMSG-PROG     PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM     PIC X(8) VALUE 'TXEMNT'.
          05 LOG-SEVERITY    PIC X.
          05 LOG-MESSAGE     PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'TXEMNT - TAX EXEMPTION CERTIFICATE MAINTENANCE'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-EXEMPT-FILE
           PERFORM UNTIL STAYOPEN = 'N'
              DISPLAY ' '
              DISPLAY 'TAX EXEMPTION CERTIFICATES'
              DISPLAY ' '
              DISPLAY '1 : ADD OR RENEW CERTIFICATE'
              DISPLAY '2 : REMOVE CERTIFICATE'
              DISPLAY '3 : LIST CERTIFICATES'
              DISPLAY '0 : QUIT'
              DISPLAY ':' WITH NO ADVANCING
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM ADDCERT
                 WHEN 2 PERFORM REMOVECERT
                 WHEN 3 PERFORM LISTCERTS
                 WHEN OTHER MOVE 'N' TO STAYOPEN
              END-EVALUATE
           END-PERFORM
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE MENU ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-CUSTOMER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTFILE-STATUS = '00'
              PERFORM UNTIL WS-EOF OR WS-CUST-COUNT >= 1000
                 READ CUSTOMER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       MOVE IDNUM
                          TO WS-CUST-IDNUM(WS-CUST-COUNT)
                       MOVE CUSTNAME
                          TO WS-CUST-NAME(WS-CUST-COUNT)
                       MOVE ADDR-STATE
                          TO WS-CUST-STATE(WS-CUST-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY '** UNABLE TO OPEN CUSTOMER.DAT, STATUS: '
                 WS-CUSTFILE-STATUS
           END-IF.
       LOAD-EXEMPT-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EXEMPT-FILE
           IF WS-EXEMPT-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-EXEMPT-COUNT >= 500
                 READ EXEMPT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-EXEMPT-COUNT
                       MOVE TXE-IDNUM
                          TO WS-TXE-IDNUM(WS-EXEMPT-COUNT)
                       MOVE TXE-CERT-NUM
                          TO WS-TXE-CERT-NUM(WS-EXEMPT-COUNT)
                       MOVE TXE-STATE
                          TO WS-TXE-STATE(WS-EXEMPT-COUNT)
                       MOVE TXE-EXPIRY-DATE
                          TO WS-TXE-EXPIRY(WS-EXEMPT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EXEMPT-FILE
           ELSE
              DISPLAY 'ERROR OPENING taxexempt.dat, STATUS: '
                 WS-EXEMPT-STATUS
           END-IF
           DISPLAY 'CERTIFICATES ON FILE: ' WS-EXEMPT-COUNT.
       REWRITE-EXEMPT-FILE.
           OPEN OUTPUT EXEMPT-FILE
           IF WS-EXEMPT-STATUS NOT = '00' AND '05'
              DISPLAY 'ERROR WRITING taxexempt.dat, STATUS: '
                 WS-EXEMPT-STATUS
           ELSE
              PERFORM WRITE-ONE-CERT
                 VARYING WS-EXEMPT-IDX FROM 1 BY 1
                 UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
              CLOSE EXEMPT-FILE
           END-IF.
       WRITE-ONE-CERT.
           MOVE SPACES TO TAX-EXEMPT-RECORD
           MOVE WS-TXE-IDNUM(WS-EXEMPT-IDX)    TO TXE-IDNUM
           MOVE WS-TXE-CERT-NUM(WS-EXEMPT-IDX) TO TXE-CERT-NUM
           MOVE WS-TXE-STATE(WS-EXEMPT-IDX)    TO TXE-STATE
           MOVE WS-TXE-EXPIRY(WS-EXEMPT-IDX)   TO TXE-EXPIRY-DATE
           WRITE TAX-EXEMPT-RECORD.
       ACCEPT-CUSTOMER.
           MOVE ZERO TO WS-IDNUM WS-CUST-FOUND
           ACCEPT WS-ENTRY-IDNUM
           IF WS-ENTRY-IDNUM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENTRY-IDNUM) = ZERO
              COMPUTE WS-IDNUM = FUNCTION NUMVAL(WS-ENTRY-IDNUM)
           END-IF
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
              UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF WS-CUST-IDNUM(WS-CUST-IDX) = WS-IDNUM
                 AND WS-IDNUM > ZERO
                 MOVE WS-CUST-IDX TO WS-CUST-FOUND
              END-IF
           END-PERFORM
           IF WS-CUST-FOUND > ZERO
              DISPLAY '  ' WS-CUST-NAME(WS-CUST-FOUND)
                 '  STATE ' WS-CUST-STATE(WS-CUST-FOUND)
           END-IF.
       ACCEPT-STATE.
      * A BLANK ENTRY TAKES THE CUSTOMER'S OWN ADDR-STATE.
           DISPLAY 'ISSUING STATE (BLANK FOR '
              WS-CUST-STATE(WS-CUST-FOUND) '): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-STATE
           INSPECT WS-ENTRY-STATE CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ENTRY-STATE = SPACES
              MOVE WS-CUST-STATE(WS-CUST-FOUND) TO WS-ENTRY-STATE
           END-IF.
       FIND-CERT.
      * THE CERTIFICATE, IF ANY, FOR WS-IDNUM IN WS-ENTRY-STATE.
           MOVE ZERO TO WS-EXEMPT-FOUND
           PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
              UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
              IF WS-TXE-IDNUM(WS-EXEMPT-IDX) = WS-IDNUM
                 AND WS-TXE-STATE(WS-EXEMPT-IDX) = WS-ENTRY-STATE
                 MOVE WS-EXEMPT-IDX TO WS-EXEMPT-FOUND
              END-IF
           END-PERFORM.
       CHECK-ENTRY-DATE.
      * THE DATE MUST BE A REAL CALENDAR DAY; THE SHARED
      * DATEUTIL ROUTINE HOLDS THE RULES.
           MOVE ZERO TO WS-DATE-NUM
           IF WS-ENTRY-DATE IS NUMERIC
              MOVE SPACES TO DATEUTIL-PARMS
              MOVE 'VAL' TO DU-FUNCTION
              STRING WS-ENTRY-DATE(1:4) '-' WS-ENTRY-DATE(5:2)
                 '-' WS-ENTRY-DATE(7:2)
                 DELIMITED BY SIZE INTO DU-DATE-1
              CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
              END-CALL
              IF DU-RC = ZERO
                 MOVE WS-ENTRY-DATE TO WS-DATE-NUM
              END-IF
           END-IF.
       ADDCERT.
           DISPLAY ' '
           MOVE 'N' TO WS-CERT-OK
           DISPLAY 'ENTER CUSTOMER ID: ' WITH NO ADVANCING
           PERFORM ACCEPT-CUSTOMER
           IF WS-CUST-FOUND = ZERO
              DISPLAY 'CUSTOMER NOT ON CUSTOMER.DAT.'
           ELSE
              PERFORM ACCEPT-STATE
              PERFORM FIND-CERT
              IF WS-EXEMPT-FOUND > ZERO
                 DISPLAY 'RENEWING CERTIFICATE '
                    WS-TXE-CERT-NUM(WS-EXEMPT-FOUND) ' EXPIRING '
                    WS-TXE-EXPIRY(WS-EXEMPT-FOUND)
              END-IF
              DISPLAY 'CERTIFICATE NUMBER: ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-CERT
              INSPECT WS-ENTRY-CERT CONVERTING
                 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              DISPLAY 'EXPIRY DATE (YYYYMMDD): ' WITH NO ADVANCING
              ACCEPT WS-ENTRY-DATE
              PERFORM CHECK-ENTRY-DATE
              EVALUATE TRUE
                 WHEN WS-ENTRY-STATE = SPACES
                    DISPLAY 'AN ISSUING STATE IS NEEDED.'
                 WHEN WS-ENTRY-CERT = SPACES
                    DISPLAY 'A CERTIFICATE NUMBER IS NEEDED.'
                 WHEN WS-DATE-NUM = ZERO
                    DISPLAY 'INVALID EXPIRY DATE.'
                 WHEN WS-DATE-NUM < WS-CURRENT-DATE
                    DISPLAY 'CERTIFICATE HAS ALREADY EXPIRED.'
                 WHEN OTHER
                    MOVE 'Y' TO WS-CERT-OK
              END-EVALUATE
           END-IF
           IF WS-CERT-OK = 'Y'
              IF WS-ENTRY-STATE NOT = WS-CUST-STATE(WS-CUST-FOUND)
                 DISPLAY 'NOTE: NOT THE CUSTOMER''S OWN STATE - NO '
                    'TAX IS SAVED UNTIL THEY ORDER THERE.'
              END-IF
              IF WS-EXEMPT-FOUND = ZERO AND WS-EXEMPT-COUNT >= 500
                 DISPLAY 'CERTIFICATE FILE FULL.'
              ELSE
                 IF WS-EXEMPT-FOUND = ZERO
                    ADD 1 TO WS-EXEMPT-COUNT
                    MOVE WS-EXEMPT-COUNT TO WS-EXEMPT-FOUND
                 END-IF
                 MOVE WS-IDNUM       TO WS-TXE-IDNUM(WS-EXEMPT-FOUND)
                 MOVE WS-ENTRY-CERT
                    TO WS-TXE-CERT-NUM(WS-EXEMPT-FOUND)
                 MOVE WS-ENTRY-STATE TO WS-TXE-STATE(WS-EXEMPT-FOUND)
                 MOVE WS-DATE-NUM    TO WS-TXE-EXPIRY(WS-EXEMPT-FOUND)
                 PERFORM REWRITE-EXEMPT-FILE
                 DISPLAY 'CERTIFICATE SAVED.'
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'EXEMPTION ' WS-ENTRY-CERT ' FOR ' WS-IDNUM
                    ' STATE ' WS-ENTRY-STATE ' EXPIRES ' WS-DATE-NUM
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
              END-IF
           END-IF.
       REMOVECERT.
           DISPLAY ' '
           DISPLAY 'ENTER CUSTOMER ID: ' WITH NO ADVANCING
           PERFORM ACCEPT-CUSTOMER
           IF WS-CUST-FOUND = ZERO
              DISPLAY 'CUSTOMER NOT ON CUSTOMER.DAT.'
           ELSE
              PERFORM ACCEPT-STATE
              PERFORM FIND-CERT
              IF WS-EXEMPT-FOUND = ZERO
                 DISPLAY 'NO CERTIFICATE FOR THAT STATE.'
              ELSE
                 MOVE WS-TXE-CERT-NUM(WS-EXEMPT-FOUND)
                    TO WS-ENTRY-CERT
                 PERFORM VARYING WS-MOVE-IDX FROM WS-EXEMPT-FOUND BY 1
                    UNTIL WS-MOVE-IDX >= WS-EXEMPT-COUNT
                    MOVE WS-EXEMPT-ENTRY(WS-MOVE-IDX + 1)
                       TO WS-EXEMPT-ENTRY(WS-MOVE-IDX)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-EXEMPT-COUNT
                 PERFORM REWRITE-EXEMPT-FILE
                 DISPLAY 'CERTIFICATE REMOVED - ORDERS ARE TAXED AGAIN.'
                 MOVE 'I' TO LOG-SEVERITY
                 MOVE SPACES TO LOG-MESSAGE
                 STRING 'EXEMPTION ' WS-ENTRY-CERT ' FOR ' WS-IDNUM
                    ' STATE ' WS-ENTRY-STATE ' REMOVED'
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 PERFORM WRITE-OPS-LOG
              END-IF
           END-IF.
       LISTCERTS.
           DISPLAY ' '
           IF WS-EXEMPT-COUNT = ZERO
              DISPLAY 'NO EXEMPTION CERTIFICATES ON FILE.'
           ELSE
              DISPLAY 'CUSTOMER ST CERTIFICATE     EXPIRES'
              PERFORM LIST-ONE-CERT
                 VARYING WS-EXEMPT-IDX FROM 1 BY 1
                 UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
           END-IF.
       LIST-ONE-CERT.
           IF WS-TXE-EXPIRY(WS-EXEMPT-IDX) < WS-CURRENT-DATE
              MOVE 'EXPIRED' TO WS-CERT-STANDING
           ELSE
              MOVE SPACES TO WS-CERT-STANDING
           END-IF
           DISPLAY WS-TXE-IDNUM(WS-EXEMPT-IDX) '    '
              WS-TXE-STATE(WS-EXEMPT-IDX) ' '
              WS-TXE-CERT-NUM(WS-EXEMPT-IDX) ' '
              WS-TXE-EXPIRY(WS-EXEMPT-IDX) ' ' WS-CERT-STANDING.
       END PROGRAM TXEMNT.
