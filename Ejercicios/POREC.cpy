      *****************************************************************
      * SHARED RECORD LAYOUT FOR THE PURCHORD.DAT PURCHASE-ORDER     *
      * FILE, COPIED INTO EVERY PROGRAM IN THE PURCHASING SUITE THE  *
      * WAY ORDREC SERVES THE ORDER SUITE. ONE LINE PER PRODUCT/SIZE *
      * ORDERED; THE LINES OF ONE PO SHARE PO-NUMBER AND SUPPLIER.   *
      *****************************************************************
       01 PO-RECORD.
          02 PO-NUMBER            PIC 9(6).
          02 FILLER               PIC X.
          02 PO-LINE              PIC 9(2).
          02 FILLER               PIC X.
          02 PO-SUPP-ID           PIC 9(5).
          02 FILLER               PIC X.
          02 PO-ORDER-DATE        PIC 9(8).
          02 FILLER               PIC X.
      * ORDER DATE PLUS THE SUPPLIER'S LEAD TIME IN DAYS.
          02 PO-DUE-DATE          PIC 9(8).
          02 FILLER               PIC X.
          02 PO-PRODNAME          PIC X(10).
          02 FILLER               PIC X.
          02 PO-SIZE              PIC A.
          02 FILLER               PIC X.
          02 PO-QTY-ORDERED       PIC 9(6).
          02 FILLER               PIC X.
      * RUNNING TOTAL OF STOCK RECEIVED AGAINST THE LINE BY INVRCPT.
          02 PO-QTY-RECEIVED      PIC 9(6).
          02 FILLER               PIC X.
          02 PO-UNIT-COST         PIC 9(5)V99.
      * SUGGESTED BY POGEN, APPROVED BY THE BUYER IN POAPPR, SENT
      * WHEN POPRINT HAS PRINTED IT, CLOSED BY INVRCPT ONCE THE
      * QUANTITY ORDERED HAS ARRIVED.
          02 FILLER               PIC X.
          02 PO-STATUS            PIC X.
             88 PO-SUGGESTED             VALUE 'S'.
             88 PO-APPROVED              VALUE 'A'.
             88 PO-SENT                  VALUE 'P'.
             88 PO-CLOSED                VALUE 'C'.
             88 PO-CANCELLED             VALUE 'X'.
             88 PO-OUTSTANDING           VALUE 'S' 'A' 'P'.
             88 PO-RECEIVABLE            VALUE 'A' 'P'.
