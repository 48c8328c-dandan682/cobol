           05 EMP-SERVICE-YEARS    PIC 9(02).
           05 EMP-PROMOTION-DATE   PIC X(10).
           05 EMP-SSN              PIC X(09).
      *    'T' IS A LEAVER PROCESSED THROUGH EMPTERM - STILL A SOFT
      *    DELETE TO EVERY PROGRAM THAT SKIPS DELETED RECORDS, BUT ONE
      *    THE REPORTS CAN TELL APART FROM AN ORDINARY DELETION.
           05 EMP-DELETED-FLAG     PIC X(01) VALUE 'N'.
              88 EMP-IS-DELETED             VALUE 'Y' 'T'.
              88 EMP-IS-TERMINATED          VALUE 'T'.
           05 EMP-REG-PAY          PIC 9(06)V99 VALUE ZERO.
           05 EMP-BON-PAY          PIC 9(06)V99 VALUE ZERO.
           05 EMP-PAY-EFF-DATE     PIC X(10) VALUE SPACES.
      *    HOURLY RATE FOR STAFF PAID ON TIMESHEETS; ZERO (OR BLANK ON
      *    RECORDS WRITTEN BEFORE THE FIELD EXISTED) MEANS SALARIED.
           05 EMP-HOURLY-RATE      PIC 9(02)V99 VALUE ZERO.
