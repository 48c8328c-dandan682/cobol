          02 ORD-EXT-PRICE        PIC 9(7)V99.
      * LIFECYCLE STATUS, SET TO OPEN (OR BACKORDERED WHEN THE
      * SHELF CANNOT COVER THE LINE) AT ENTRY AND MOVED THROUGH
      * THE STATES BY ORDMNT. A BLANK ON AN OLD LINE READS AS OPEN;
      * ORDCONV WROTE EVERY BLANK AS 'O' SO THE STATUS KEY FINDS IT.
          02 FILLER               PIC X.
          02 ORD-STATUS           PIC X.
             88 ORD-OPEN                 VALUE 'O' ' '.
             88 ORD-BACKORDERED          VALUE 'B'.
      * SEQUENTIAL ORDER NUMBER ASSIGNED AT ENTRY TIME FROM THE
      * ordnum.dat NEXT-NUMBER CONTROL FILE; ZERO ON LINES WRITTEN
      * BEFORE NUMBERS EXISTED. TOGETHER WITH THE LINE NUMBER IT IS
      * THE PRIME KEY OF THE INDEXED FILE: ENTRY WRITES LINE 1 OF
      * EACH ORDER, AND ORDCONV NUMBERED THE OLD ORDER-ZERO LINES
      * 1, 2, 3 ... IN THE ORDER THEY STOOD IN THE FILE. ORD-IDNUM
      * AND ORD-STATUS ARE ALTERNATE KEYS WITH DUPLICATES.
          02 FILLER               PIC X.
          02 ORD-KEY.
             03 ORD-ORDER-NUM     PIC 9(6).
             03 ORD-LINE-NUM      PIC 9(4).
      * SALES TAX FOR THE LINE, COMPUTED AT PRICING TIME FROM THE
      * taxrate.dat RATE FOR THE CUSTOMER'S ADDR-STATE AND CARRIED
      * ONTO THE INVOICE BY INVBILL.
          02 FILLER               PIC X.
          02 ORD-TAX-AMT          PIC 9(5)V99.
      * INVOICE THE LINE WAS BILLED ON, STAMPED BY INVBILL WHEN THE
      * LINE MOVES TO BILLED; BLANK UNTIL THEN AND ON LINES BILLED
      * BEFORE THE INVOICE NUMBER WAS CARRIED.
          02 FILLER               PIC X.
          02 ORD-INVOICE-NUM      PIC 9(6).
      * DELIVERY ADDRESS FOR THE LINE: A SHIP-TO NUMBER FROM
      * shipto.dat, TAKEN AT ENTRY. ZERO - OR BLANK ON A LINE
      * WRITTEN BEFORE SHIP-TOS EXISTED - IS THE CUSTOMER'S MAIN
      * ADDRESS. PACKING, FREIGHT AND TAX FOLLOW THE SHIP-TO;
      * INVOICES AND STATEMENTS STAY AT THE MAIN ADDRESS.
          02 FILLER               PIC X.
          02 ORD-SHIPTO-NUM       PIC 9(2).
