       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORD-KEY
              ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
              FILE STATUS IS WS-ORDERS-STATUS.
           SELECT OPEN-REPORT ASSIGN TO "openord.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       01 WS-ORDER-TABLE.
          05 WS-ORDER-ENTRY OCCURS 2000 TIMES.
             10 WS-ORD-GROUP      PIC 9.
             10 WS-ORD-DATA       PIC X(81).
       01 WS-ORDER-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-ORDER-IDX            PIC 9(4) VALUE ZERO.
       01 WS-GROUP-IDX            PIC 9 VALUE ZERO.
