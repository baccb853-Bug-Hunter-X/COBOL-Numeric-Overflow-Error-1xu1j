      *  ahead of the SUBTRACT, instead of overflowing ORD-PRICE's
      *  9(5)V99 field or being split by hand before reaching the
      *  program.
      *  BLK-JURISDICTION is the ship-to sales-tax jurisdiction,
      *  same meaning as ORD-JURISDICTION.
      *  BLK-ITEM-COUNT item lines, same meaning as ORD-ITEM-COUNT -
      *  the master extension becomes the bulk order price.
      *  BLK-CURRENCY is the order currency, same meaning as
      *  ORD-CURRENCY.
       01  BULK-ORDER-RECORD.
           05  BLK-ORDER-ID            PIC X(10).
           05  BLK-CUST-NO             PIC X(08).
           05  BLK-CHANNEL             PIC X(02).
               88  BLK-CHANNEL-VALID   VALUES "RT" "WS" "WB" "PH".
           05  BLK-JURISDICTION        PIC X(05).
           05  BLK-CURRENCY            PIC X(03).
           05  BLK-PRICE               PIC 9(7)V99.
           05  BLK-ITEM-COUNT          PIC 9(01).
           05  BLK-ITEM-LINES          OCCURS 5 TIMES
                   INDEXED BY BLK-ITEM-IDX.
               10  BLK-IT-SKU          PIC X(12).
               10  BLK-IT-QUANTITY     PIC 9(05).
           05  BLK-DISCOUNT-TYPE       PIC X(01).
               88  BLK-DISCOUNT-FLAT   VALUE "F".
               88  BLK-DISCOUNT-PCT    VALUE "P".
