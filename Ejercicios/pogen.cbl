       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POGEN.
      ***************************************
      * SUGGESTED PURCHASE ORDERS FROM THE REORDER FLAGS. EVERY
      * ONHAND.DAT PRODUCT/SIZE THAT INVRPT WOULD FLAG - ON-HAND AT
      * OR BELOW THE REORDER POINT - IS LOOKED UP ON THE PRODUCT
      * SOURCE FILE prodsupp.dat AND PUT ON A SUGGESTED PO TO ITS
      * SUPPLIER. ALL FLAGGED LINES FOR ONE SUPPLIER GO ON ONE PO,
      * THE WAY INVBILL PUTS ALL OF A CUSTOMER'S LINES ON ONE
      * INVOICE. PO NUMBERS COME FROM THE NEXT-NUMBER CONTROL FILE
      * ponum.dat; THE DUE DATE IS TODAY PLUS THE SUPPLIER'S LEAD
      * TIME THROUGH THE SHARED DATEUTIL ROUTINE.
      *
      * A PRODUCT/SIZE THAT ALREADY HAS AN OUTSTANDING PO LINE IS
      * NOT SUGGESTED AGAIN; ONE WITH NO SOURCE IS LISTED AS AN
      * EXCEPTION FOR PURCHASING TO SET UP IN SUPPMNT. THE BUYER
      * APPROVES THE SUGGESTIONS IN POAPPR AND POPRINT PRINTS THEM.
      ***************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONHAND-FILE ASSIGN TO "ONHAND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ONHAND-STATUS.
           SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT OPTIONAL SOURCE-FILE ASSIGN TO "prodsupp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.
           SELECT OPTIONAL PO-FILE ASSIGN TO "PURCHORD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PO-STATUS.
           SELECT OPTIONAL PONUM-FILE ASSIGN TO "ponum.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PONUM-STATUS.
           SELECT POGEN-REPORT ASSIGN TO "pogen.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ONHAND-FILE.
       01 ONHAND-RECORD.
          02 OH-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 OH-SIZE              PIC A.
          02 FILLER               PIC X.
          02 OH-ONHAND            PIC 9(6).
          02 FILLER               PIC X.
          02 OH-REORDER           PIC 9(6).
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          02 SUP-ID               PIC 9(5).
          02 FILLER               PIC X.
          02 SUP-NAME             PIC X(30).
          02 FILLER               PIC X.
          02 SUP-ADDR-LINE1       PIC X(25).
          02 FILLER               PIC X.
          02 SUP-CITY             PIC X(15).
          02 FILLER               PIC X.
          02 SUP-STATE            PIC X(2).
          02 FILLER               PIC X.
          02 SUP-ZIP              PIC X(10).
          02 FILLER               PIC X.
          02 SUP-LEAD-DAYS        PIC 9(3).
       FD SOURCE-FILE.
       01 SOURCE-RECORD.
          02 PS-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 PS-SIZE              PIC A.
          02 FILLER               PIC X.
          02 PS-SUPP-ID           PIC 9(5).
          02 FILLER               PIC X.
          02 PS-ORDER-QTY         PIC 9(6).
          02 FILLER               PIC X.
          02 PS-UNIT-COST         PIC 9(5)V99.
       FD PO-FILE.
           COPY POREC.
       FD PONUM-FILE.
       01 PONUM-RECORD.
          02 PNO-NEXT             PIC 9(6).
       FD POGEN-REPORT.
       01 PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 PAGE-HEADING            PIC X(25) VALUE
          'SUGGESTED PURCHASE ORDERS'.
       01 PO-HEADER-LINE.
          02 FILLER               PIC X(03) VALUE 'PO '.
          02 PRN-PO-NUMBER        PIC 9(6).
          02 FILLER               PIC X(11) VALUE '  SUPPLIER '.
          02 PRN-SUPP-ID          PIC 9(5).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 PRN-SUPP-NAME        PIC X(30).
          02 FILLER               PIC X(06) VALUE ' DUE  '.
          02 PRN-DUE-DATE         PIC 9(8).
       01 PO-DETAIL-LINE.
          02 FILLER               PIC X(05) VALUE SPACES.
          02 PRN-LINE             PIC Z9.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-PRODNAME         PIC X(10).
          02 FILLER               PIC X(06) VALUE ' SIZE '.
          02 PRN-SIZE             PIC A.
          02 FILLER               PIC X(10) VALUE ' ON HAND: '.
          02 PRN-ONHAND           PIC ZZZZZ9.
          02 FILLER               PIC X(08) VALUE ' ORDER: '.
          02 PRN-QTY              PIC ZZZZZ9.
          02 FILLER               PIC X(07) VALUE ' COST: '.
          02 PRN-COST             PIC ZZZZ9.99.
       01 EXCEPTION-LINE.
          02 FILLER               PIC X(05) VALUE '  ** '.
          02 PRN-EXC-PRODNAME     PIC X(10).
          02 FILLER               PIC X(06) VALUE ' SIZE '.
          02 PRN-EXC-SIZE         PIC A.
          02 FILLER               PIC X(02) VALUE SPACES.
          02 PRN-EXC-REASON       PIC X(30).
       01 COUNT-LINE-1.
          02 FILLER               PIC X(21) VALUE
             'ITEMS AT REORDER:    '.
          02 PRN-FLAGGED          PIC ZZZZ9.
       01 COUNT-LINE-2.
          02 FILLER               PIC X(21) VALUE
             'PURCHASE ORDERS:     '.
          02 PRN-PO-COUNT         PIC ZZZZ9.
       01 COUNT-LINE-3.
          02 FILLER               PIC X(21) VALUE
             'PO LINES SUGGESTED:  '.
          02 PRN-LINE-COUNT       PIC ZZZZ9.
       01 COUNT-LINE-4.
          02 FILLER               PIC X(21) VALUE
             'ALREADY ON ORDER:    '.
          02 PRN-ON-ORDER         PIC ZZZZ9.
       01 COUNT-LINE-5.
          02 FILLER               PIC X(21) VALUE
             'EXCEPTIONS:          '.
          02 PRN-EXCEPTIONS       PIC ZZZZ9.
       01 REPORT-FOOTING          PIC X(13) VALUE 'END OF REPORT'.
       01 BLANK-LINE              PIC X(80) VALUE SPACES.
       01 WS-ONHAND-STATUS        PIC X(2).
       01 WS-SUPPLIER-STATUS      PIC X(2).
       01 WS-SOURCE-STATUS        PIC X(2).
       01 WS-PO-STATUS            PIC X(2).
       01 WS-PONUM-STATUS         PIC X(2).
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-SUPPLIER-TABLE.
          05 WS-SUPPLIER-ENTRY OCCURS 200 TIMES.
             10 WS-SUP-ID         PIC 9(5).
             10 WS-SUP-NAME       PIC X(30).
             10 WS-SUP-LEAD       PIC 9(3).
       01 WS-SUPPLIER-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-SUPPLIER-IDX         PIC 9(3) VALUE ZERO.
       01 WS-SOURCE-TABLE.
          05 WS-SOURCE-ENTRY OCCURS 150 TIMES.
             10 WS-PS-PRODNAME    PIC X(10).
             10 WS-PS-SIZE        PIC A.
             10 WS-PS-SUPP-ID     PIC 9(5).
             10 WS-PS-ORDER-QTY   PIC 9(6).
             10 WS-PS-UNIT-COST   PIC 9(5)V99.
       01 WS-SOURCE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SOURCE-IDX           PIC 9(3) VALUE ZERO.
      * PRODUCT/SIZES ALREADY ON AN OUTSTANDING PO LINE.
       01 WS-ON-ORDER-TABLE.
          05 WS-ON-ORDER-ENTRY OCCURS 500 TIMES.
             10 WS-OO-PRODNAME    PIC X(10).
             10 WS-OO-SIZE        PIC A.
       01 WS-ON-ORDER-COUNT       PIC 9(3) VALUE ZERO.
      * EVERY LINE ON PURCHORD.DAT, OPEN OR NOT. POAPPR, POPRINT AND
      * INVRCPT HOLD THE FILE IN A 1000-LINE TABLE, SO NO RUN MAY
      * TAKE IT PAST THAT.
       01 WS-PO-FILE-LINES        PIC 9(5) VALUE ZERO.
       01 WS-ON-ORDER-IDX         PIC 9(3) VALUE ZERO.
      * THE FLAGGED LINES THAT WILL BE ORDERED, WAITING TO BE
      * GROUPED ONTO ONE PO PER SUPPLIER.
       01 WS-CAND-TABLE.
          05 WS-CAND-ENTRY OCCURS 150 TIMES.
             10 WS-CAND-PRODNAME  PIC X(10).
             10 WS-CAND-SIZE      PIC A.
             10 WS-CAND-ONHAND    PIC 9(6).
             10 WS-CAND-SUPP-ID   PIC 9(5).
             10 WS-CAND-QTY       PIC 9(6).
             10 WS-CAND-COST      PIC 9(5)V99.
             10 WS-CAND-DONE      PIC X.
       01 WS-CAND-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CAND-IDX             PIC 9(3) VALUE ZERO.
       01 WS-SCAN-IDX             PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(3) VALUE ZERO.
       01 WS-ALREADY-ON-ORDER     PIC X VALUE 'N'.
       01 WS-SHORTFALL            PIC 9(6) VALUE ZERO.
       01 WS-NEXT-PO              PIC 9(6) VALUE 1.
       01 WS-PO-SUPP-ID           PIC 9(5) VALUE ZERO.
       01 WS-PO-LINE              PIC 9(2) VALUE ZERO.
       01 WS-DUE-DATE             PIC 9(8) VALUE ZERO.
       01 WS-FLAGGED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-PO-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-ON-ORDER-SKIPPED     PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-DATEUTIL-PROG        PIC X(8) VALUE 'DATEUTIL'.
       01 DATEUTIL-PARMS.
          05 DU-FUNCTION          PIC X(4).
          05 DU-DATE-1            PIC X(10).
          05 DU-DATE-2            PIC X(10).
          05 DU-DAYS              PIC S9(7).
          05 DU-RESULT-DATE       PIC X(10).
          05 DU-DISPLAY-DATE      PIC X(10).
          05 DU-RC                PIC 9(2).
       01 WS-LOGMSG-PROG          PIC X(6) VALUE 'LOGMSG'.
       01 LOGMSG-PARMS.
          05 LOG-PROGRAM          PIC X(8) VALUE 'POGEN'.
          05 LOG-SEVERITY         PIC X.
          05 LOG-MESSAGE          PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'POGEN - SUGGESTED PURCHASE ORDERS'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SUPPLIER-TABLE
           PERFORM LOAD-SOURCE-TABLE
           PERFORM LOAD-ON-ORDER-TABLE
           OPEN INPUT ONHAND-FILE
           IF WS-ONHAND-STATUS NOT = '00'
              DISPLAY 'NO ONHAND.DAT - NOTHING TO ORDER, STATUS: '
                 WS-ONHAND-STATUS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT POGEN-REPORT
           WRITE PRINT-LINE FROM PAGE-HEADING
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
              READ ONHAND-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM SELECT-ONE-ITEM
              END-READ
           END-PERFORM
           CLOSE ONHAND-FILE
           IF WS-CAND-COUNT > ZERO
              AND WS-PO-FILE-LINES + WS-CAND-COUNT > 1000
              DISPLAY 'PURCHORD.DAT WOULD PASS 1000 LINES'
                 ' - NO LINES ADDED, FILE NOT CHANGED'
              CLOSE POGEN-REPORT
              MOVE 'E' TO LOG-SEVERITY
              MOVE SPACES TO LOG-MESSAGE
              STRING 'PURCHORD.DAT HOLDS ' WS-PO-FILE-LINES
                 ' LINES - ' WS-CAND-COUNT
                 ' SUGGESTIONS REFUSED' DELIMITED BY SIZE
                 INTO LOG-MESSAGE
              PERFORM WRITE-OPS-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CAND-COUNT > ZERO
              PERFORM READ-NEXT-PO-NUMBER
              OPEN EXTEND PO-FILE
              IF WS-PO-STATUS NOT = '00' AND '05'
                 DISPLAY 'ERROR OPENING PURCHORD.DAT, STATUS: '
                    WS-PO-STATUS
                 CLOSE POGEN-REPORT
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              WRITE PRINT-LINE FROM BLANK-LINE
              PERFORM BUILD-ONE-PO
                 VARYING WS-CAND-IDX FROM 1 BY 1
                 UNTIL WS-CAND-IDX > WS-CAND-COUNT
              CLOSE PO-FILE
              PERFORM SAVE-NEXT-PO-NUMBER
           END-IF
           WRITE PRINT-LINE FROM BLANK-LINE
           MOVE WS-FLAGGED-COUNT TO PRN-FLAGGED
           WRITE PRINT-LINE FROM COUNT-LINE-1
           MOVE WS-PO-COUNT TO PRN-PO-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-2
           MOVE WS-LINE-COUNT TO PRN-LINE-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE-3
           MOVE WS-ON-ORDER-SKIPPED TO PRN-ON-ORDER
           WRITE PRINT-LINE FROM COUNT-LINE-4
           MOVE WS-EXCEPTION-COUNT TO PRN-EXCEPTIONS
           WRITE PRINT-LINE FROM COUNT-LINE-5
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE POGEN-REPORT
           DISPLAY 'PURCHASE ORDERS SUGGESTED: ' WS-PO-COUNT
           DISPLAY 'PO LINES SUGGESTED:        ' WS-LINE-COUNT
           DISPLAY 'EXCEPTIONS:                ' WS-EXCEPTION-COUNT
           MOVE 'I' TO LOG-SEVERITY
           MOVE SPACES TO LOG-MESSAGE
           STRING 'SUGGESTED POS ' WS-PO-COUNT
              ' LINES ' WS-LINE-COUNT
              ' EXCEPTIONS ' WS-EXCEPTION-COUNT DELIMITED BY SIZE
              INTO LOG-MESSAGE
           PERFORM WRITE-OPS-LOG
           IF WS-EXCEPTION-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       WRITE-OPS-LOG.
      * ROUTE THE MESSAGE THROUGH THE CENTRAL OPERATIONS LOGGER; A
      * MISSING LOGGER MUST NEVER STOP THE RUN ITSELF.
           CALL WS-LOGMSG-PROG USING LOGMSG-PARMS
              ON EXCEPTION CONTINUE
           END-CALL.
       LOAD-SUPPLIER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SUPPLIER-COUNT >= 200
                 READ SUPPLIER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SUPPLIER-COUNT
                       MOVE SUP-ID
                          TO WS-SUP-ID(WS-SUPPLIER-COUNT)
                       MOVE SUP-NAME
                          TO WS-SUP-NAME(WS-SUPPLIER-COUNT)
                       MOVE SUP-LEAD-DAYS
                          TO WS-SUP-LEAD(WS-SUPPLIER-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SUPPLIER-FILE
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER.DAT, STATUS: '
                 WS-SUPPLIER-STATUS
           END-IF
           DISPLAY 'SUPPLIERS LOADED: ' WS-SUPPLIER-COUNT.
       LOAD-SOURCE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF OR WS-SOURCE-COUNT >= 150
                 READ SOURCE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE PS-PRODNAME
                          TO WS-PS-PRODNAME(WS-SOURCE-COUNT)
                       MOVE PS-SIZE
                          TO WS-PS-SIZE(WS-SOURCE-COUNT)
                       MOVE PS-SUPP-ID
                          TO WS-PS-SUPP-ID(WS-SOURCE-COUNT)
                       MOVE PS-ORDER-QTY
                          TO WS-PS-ORDER-QTY(WS-SOURCE-COUNT)
                       MOVE PS-UNIT-COST
                          TO WS-PS-UNIT-COST(WS-SOURCE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SOURCE-FILE
           ELSE
              DISPLAY 'ERROR OPENING prodsupp.dat, STATUS: '
                 WS-SOURCE-STATUS
           END-IF
           DISPLAY 'SOURCES LOADED:   ' WS-SOURCE-COUNT.
       LOAD-ON-ORDER-TABLE.
      * THE WHOLE FILE IS READ SO ITS LINE COUNT IS KNOWN.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-PO-FILE-LINES
           OPEN INPUT PO-FILE
           IF WS-PO-STATUS = '00' OR '05'
              PERFORM UNTIL WS-EOF
                 READ PO-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PO-FILE-LINES
                       IF PO-OUTSTANDING
                          AND WS-ON-ORDER-COUNT < 500
                          ADD 1 TO WS-ON-ORDER-COUNT
                          MOVE PO-PRODNAME
                             TO WS-OO-PRODNAME(WS-ON-ORDER-COUNT)
                          MOVE PO-SIZE
                             TO WS-OO-SIZE(WS-ON-ORDER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PO-FILE
           ELSE
              DISPLAY 'ERROR OPENING PURCHORD.DAT, STATUS: '
                 WS-PO-STATUS
           END-IF.
       READ-NEXT-PO-NUMBER.
      * THE NEXT-NUMBER FILE CARRIES ONE LINE; A MISSING OR EMPTY
      * FILE STARTS THE SERIES AT 1.
           OPEN INPUT PONUM-FILE
           IF WS-PONUM-STATUS = '00' OR '05'
              READ PONUM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PNO-NEXT IS NUMERIC AND PNO-NEXT > ZERO
                       MOVE PNO-NEXT TO WS-NEXT-PO
                    END-IF
              END-READ
              CLOSE PONUM-FILE
           END-IF.
       SAVE-NEXT-PO-NUMBER.
           OPEN OUTPUT PONUM-FILE
           IF WS-PONUM-STATUS = '00' OR '05'
              MOVE WS-NEXT-PO TO PNO-NEXT
              WRITE PONUM-RECORD
              CLOSE PONUM-FILE
           ELSE
              DISPLAY 'ERROR SAVING ponum.dat, STATUS: '
                 WS-PONUM-STATUS
           END-IF.
       SELECT-ONE-ITEM.
      * THE SAME TEST INVRPT USES FOR ITS '** REORDER' FLAG.
           IF OH-ONHAND <= OH-REORDER
              ADD 1 TO WS-FLAGGED-COUNT
              MOVE 'N' TO WS-ALREADY-ON-ORDER
              PERFORM VARYING WS-ON-ORDER-IDX FROM 1 BY 1
                 UNTIL WS-ON-ORDER-IDX > WS-ON-ORDER-COUNT
                 IF WS-OO-PRODNAME(WS-ON-ORDER-IDX) = OH-PRODNAME
                    AND WS-OO-SIZE(WS-ON-ORDER-IDX) = OH-SIZE
                    MOVE 'Y' TO WS-ALREADY-ON-ORDER
                 END-IF
              END-PERFORM
              MOVE ZERO TO WS-FOUND-IDX
              PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                 UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
                 IF WS-PS-PRODNAME(WS-SOURCE-IDX) = OH-PRODNAME
                    AND WS-PS-SIZE(WS-SOURCE-IDX) = OH-SIZE
                    MOVE WS-SOURCE-IDX TO WS-FOUND-IDX
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-ALREADY-ON-ORDER = 'Y'
                    ADD 1 TO WS-ON-ORDER-SKIPPED
                 WHEN WS-FOUND-IDX = ZERO
                    MOVE 'NO PRODUCT SOURCE ON FILE' TO PRN-EXC-REASON
                    PERFORM WRITE-EXCEPTION
                 WHEN WS-CAND-COUNT >= 150
                    MOVE 'TOO MANY ITEMS FOR ONE RUN' TO PRN-EXC-REASON
                    PERFORM WRITE-EXCEPTION
                 WHEN OTHER
                    PERFORM ADD-CANDIDATE
              END-EVALUATE
           END-IF.
       ADD-CANDIDATE.
      * ORDER THE SUPPLIER'S USUAL QUANTITY, BUT NEVER LESS THAN IT
      * TAKES TO LIFT THE SHELF BACK ABOVE THE REORDER POINT.
           ADD 1 TO WS-CAND-COUNT
           MOVE OH-PRODNAME TO WS-CAND-PRODNAME(WS-CAND-COUNT)
           MOVE OH-SIZE     TO WS-CAND-SIZE(WS-CAND-COUNT)
           MOVE OH-ONHAND   TO WS-CAND-ONHAND(WS-CAND-COUNT)
           MOVE WS-PS-SUPP-ID(WS-FOUND-IDX)
              TO WS-CAND-SUPP-ID(WS-CAND-COUNT)
           MOVE WS-PS-UNIT-COST(WS-FOUND-IDX)
              TO WS-CAND-COST(WS-CAND-COUNT)
           COMPUTE WS-SHORTFALL = OH-REORDER - OH-ONHAND + 1
           IF WS-PS-ORDER-QTY(WS-FOUND-IDX) > WS-SHORTFALL
              MOVE WS-PS-ORDER-QTY(WS-FOUND-IDX)
                 TO WS-CAND-QTY(WS-CAND-COUNT)
           ELSE
              MOVE WS-SHORTFALL TO WS-CAND-QTY(WS-CAND-COUNT)
           END-IF
           MOVE 'N' TO WS-CAND-DONE(WS-CAND-COUNT).
       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE OH-PRODNAME TO PRN-EXC-PRODNAME
           MOVE OH-SIZE     TO PRN-EXC-SIZE
           WRITE PRINT-LINE FROM EXCEPTION-LINE.
       BUILD-ONE-PO.
      * THE FIRST UNORDERED CANDIDATE OPENS A PO FOR ITS SUPPLIER;
      * EVERY LATER CANDIDATE FROM THE SAME SUPPLIER IS SWEPT ONTO
      * IT, SO EACH SUPPLIER GETS ONE PO PER RUN.
           IF WS-CAND-DONE(WS-CAND-IDX) = 'N'
              MOVE WS-CAND-SUPP-ID(WS-CAND-IDX) TO WS-PO-SUPP-ID
              PERFORM FIND-SUPPLIER
              IF WS-FOUND-IDX = ZERO
                 MOVE WS-CAND-PRODNAME(WS-CAND-IDX)
                    TO PRN-EXC-PRODNAME
                 MOVE WS-CAND-SIZE(WS-CAND-IDX) TO PRN-EXC-SIZE
                 MOVE 'SOURCE SUPPLIER NOT ON FILE' TO PRN-EXC-REASON
                 ADD 1 TO WS-EXCEPTION-COUNT
                 WRITE PRINT-LINE FROM EXCEPTION-LINE
                 MOVE 'Y' TO WS-CAND-DONE(WS-CAND-IDX)
              ELSE
                 PERFORM COMPUTE-DUE-DATE
                 MOVE WS-NEXT-PO    TO PRN-PO-NUMBER
                 MOVE WS-PO-SUPP-ID TO PRN-SUPP-ID
                 MOVE WS-SUP-NAME(WS-FOUND-IDX) TO PRN-SUPP-NAME
                 MOVE WS-DUE-DATE   TO PRN-DUE-DATE
                 WRITE PRINT-LINE FROM PO-HEADER-LINE
                 MOVE ZERO TO WS-PO-LINE
                 PERFORM SWEEP-SUPPLIER-LINES
                    VARYING WS-SCAN-IDX FROM WS-CAND-IDX BY 1
                    UNTIL WS-SCAN-IDX > WS-CAND-COUNT
                 ADD 1 TO WS-PO-COUNT
                 ADD 1 TO WS-NEXT-PO
              END-IF
           END-IF.
       FIND-SUPPLIER.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-SUPPLIER-IDX FROM 1 BY 1
              UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT
              IF WS-SUP-ID(WS-SUPPLIER-IDX) = WS-PO-SUPP-ID
                 MOVE WS-SUPPLIER-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       COMPUTE-DUE-DATE.
           MOVE SPACES TO DATEUTIL-PARMS
           MOVE 'ADD' TO DU-FUNCTION
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
              '-' WS-CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO DU-DATE-1
           MOVE WS-SUP-LEAD(WS-FOUND-IDX) TO DU-DAYS
           CALL WS-DATEUTIL-PROG USING DATEUTIL-PARMS
           END-CALL
           IF DU-RC = ZERO
              STRING DU-RESULT-DATE(1:4) DU-RESULT-DATE(6:2)
                 DU-RESULT-DATE(9:2)
                 DELIMITED BY SIZE INTO WS-DUE-DATE
           ELSE
              MOVE WS-CURRENT-DATE TO WS-DUE-DATE
           END-IF.
       SWEEP-SUPPLIER-LINES.
      * A PO CARRIES AT MOST 99 LINES; ANY MORE FOR THE SAME
      * SUPPLIER ARE LEFT FOR THE NEXT PASS OF BUILD-ONE-PO.
           IF WS-CAND-DONE(WS-SCAN-IDX) = 'N'
              AND WS-CAND-SUPP-ID(WS-SCAN-IDX) = WS-PO-SUPP-ID
              AND WS-PO-LINE < 99
              ADD 1 TO WS-PO-LINE
              MOVE SPACES TO PO-RECORD
              MOVE WS-NEXT-PO      TO PO-NUMBER
              MOVE WS-PO-LINE      TO PO-LINE
              MOVE WS-PO-SUPP-ID   TO PO-SUPP-ID
              MOVE WS-CURRENT-DATE TO PO-ORDER-DATE
              MOVE WS-DUE-DATE     TO PO-DUE-DATE
              MOVE WS-CAND-PRODNAME(WS-SCAN-IDX) TO PO-PRODNAME
              MOVE WS-CAND-SIZE(WS-SCAN-IDX)     TO PO-SIZE
              MOVE WS-CAND-QTY(WS-SCAN-IDX)      TO PO-QTY-ORDERED
              MOVE ZERO                          TO PO-QTY-RECEIVED
              MOVE WS-CAND-COST(WS-SCAN-IDX)     TO PO-UNIT-COST
              SET PO-SUGGESTED TO TRUE
              WRITE PO-RECORD
              MOVE WS-PO-LINE TO PRN-LINE
              MOVE WS-CAND-PRODNAME(WS-SCAN-IDX) TO PRN-PRODNAME
              MOVE WS-CAND-SIZE(WS-SCAN-IDX)     TO PRN-SIZE
              MOVE WS-CAND-ONHAND(WS-SCAN-IDX)   TO PRN-ONHAND
              MOVE WS-CAND-QTY(WS-SCAN-IDX)      TO PRN-QTY
              MOVE WS-CAND-COST(WS-SCAN-IDX)     TO PRN-COST
              WRITE PRINT-LINE FROM PO-DETAIL-LINE
              ADD 1 TO WS-LINE-COUNT
              MOVE 'Y' TO WS-CAND-DONE(WS-SCAN-IDX)
           END-IF.
       END PROGRAM POGEN.
