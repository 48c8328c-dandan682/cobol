      *****************************************************************
      * LEAVE REQUEST FILE (leavereq.dat), ONE LINE PER ABSENCE KEYED *
      * THROUGH LEAVEMNT: EMPLOYEE, V(ACATION) OR S(ICK), FIRST AND   *
      * LAST DAY, THE calendar.dat BUSINESS DAYS CHARGED (WEEKENDS    *
      * AND HOLIDAYS ARE NOT CHARGED) AND THE STATUS. A PENDING       *
      * REQUEST IS TAKEN OFF THE BALANCE BY THE FIRST LEAVEACC CYCLE  *
      * ON OR AFTER ITS FIRST DAY, WHICH MARKS IT POSTED.             *
      *****************************************************************
       01 LEAVE-REQUEST-RECORD.
          05 LQ-EMP-ID            PIC 9(04).
          05 FILLER               PIC X(01).
          05 LQ-TYPE              PIC X(01).
             88 LQ-VACATION               VALUE 'V'.
             88 LQ-SICK                   VALUE 'S'.
          05 FILLER               PIC X(01).
          05 LQ-FROM-DATE         PIC 9(08).
          05 FILLER               PIC X(01).
          05 LQ-TO-DATE           PIC 9(08).
          05 FILLER               PIC X(01).
          05 LQ-DAYS              PIC 9(03)V99.
          05 FILLER               PIC X(01).
          05 LQ-STATUS            PIC X(01).
             88 LQ-PENDING                VALUE 'P'.
             88 LQ-POSTED                 VALUE 'T'.
             88 LQ-CANCELLED              VALUE 'C'.
          05 FILLER               PIC X(01).
          05 LQ-ENTRY-DATE        PIC 9(08).
          05 FILLER               PIC X(01).
          05 LQ-POSTED-DATE       PIC 9(08).
