               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTFILE-STATUS.
            SELECT ORDERS-FILE          ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-KEY
               ALTERNATE RECORD KEY IS ORD-IDNUM WITH DUPLICATES
               ALTERNATE RECORD KEY IS ORD-STATUS WITH DUPLICATES
               FILE STATUS IS WS-ORDERS-STATUS.
      /
        DATA                        DIVISION.
