      *****************************************************************
      * SHARED RECORD LAYOUT FOR THE WRTOFF.DAT BAD-DEBT WRITE-OFF   *
      * REQUEST FILE, COPIED INTO WOAPPR (ENTRY AND APPROVAL) AND     *
      * WOPOST (LEDGER POSTING AND REGISTER). ONE LINE PER REQUEST   *
      * TO WRITE OFF PART OR ALL OF ONE INVOICE.                     *
      *****************************************************************
       01 WO-RECORD.
          02 WO-NUMBER            PIC 9(6).
          02 FILLER               PIC X.
          02 WO-IDNUM             PIC 9(5).
          02 FILLER               PIC X.
          02 WO-INVOICE           PIC 9(6).
          02 FILLER               PIC X.
          02 WO-AMOUNT            PIC 9(7)V99.
          02 FILLER               PIC X.
          02 WO-REASON            PIC X(30).
          02 FILLER               PIC X.
          02 WO-REQ-DATE          PIC 9(8).
          02 FILLER               PIC X.
          02 WO-REQ-BY            PIC X(8).
          02 FILLER               PIC X.
      * THE SUPERVISOR WHO APPROVED, AND ABOVE THE SECOND-APPROVAL
      * LIMIT A DIFFERENT SECOND SUPERVISOR. NEITHER MAY BE THE
      * REQUESTER.
          02 WO-APPR-1            PIC X(8).
          02 FILLER               PIC X.
          02 WO-APPR-2            PIC X(8).
          02 FILLER               PIC X.
      * DATE WOPOST WROTE THE WOF LINE TO ARLEDGER.DAT; ZERO UNTIL
      * POSTED.
          02 WO-POST-DATE         PIC 9(8).
          02 FILLER               PIC X.
      * REQUESTED, AWAITING A SECOND APPROVER, APPROVED (READY TO
      * POST), REJECTED, OR POSTED TO THE LEDGER.
          02 WO-STATUS            PIC X.
             88 WO-REQUESTED             VALUE 'Q'.
             88 WO-AWAITING-SECOND       VALUE 'S'.
             88 WO-APPROVED              VALUE 'A'.
             88 WO-REJECTED              VALUE 'R'.
             88 WO-POSTED                VALUE 'P'.
             88 WO-PENDING               VALUE 'Q' 'S'.
