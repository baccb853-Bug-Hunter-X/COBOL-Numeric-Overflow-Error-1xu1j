      *  A type "C" line carries a promo code only - the flat/percent
      *  value is resolved from the discount master (DSCMREC) by
      *  DSCBATCH, and ORD-DL-AMOUNT/ORD-DL-PERCENT are ignored.
      *  ORD-JURISDICTION is the ship-to sales-tax jurisdiction
      *  carried through from the combined feed; DSCBATCH looks it
      *  up on the tax-rate master (TAXREC) to tax the order.
      *  ORD-ITEM-COUNT item lines (SKU + quantity) are priced off
      *  the product price master (PRCREC) and their extension
      *  replaces ORD-PRICE as the order price; ORD-PRICE is kept as
      *  submitted for the price variance report.  A count of zero
      *  prices the order at ORD-PRICE as before.
      *  ORD-CURRENCY is the currency the order is priced in; every
      *  amount on the record is in that currency.  DSCBATCH looks
      *  up the business-date rate on the exchange-rate file
      *  (XRTREC) to carry the base-currency equivalent.
       01  ORDER-RECORD.
           05  ORD-ORDER-ID            PIC X(10).
           05  ORD-CUST-NO             PIC X(08).
           05  ORD-CHANNEL             PIC X(02).
               88  ORD-CHANNEL-VALID   VALUES "RT" "WS" "WB" "PH".
           05  ORD-JURISDICTION        PIC X(05).
           05  ORD-CURRENCY            PIC X(03).
           05  ORD-PRICE               PIC 9(5)V99.
           05  ORD-ITEM-COUNT          PIC 9(01).
           05  ORD-ITEM-LINES          OCCURS 5 TIMES
                   INDEXED BY ORD-ITEM-IDX.
               10  ORD-IT-SKU          PIC X(12).
               10  ORD-IT-QUANTITY     PIC 9(05).
           05  ORD-DISCOUNT-COUNT      PIC 9(01).
           05  ORD-DISCOUNT-LINES      OCCURS 1 TO 5 TIMES
                   DEPENDING ON ORD-DISCOUNT-COUNT
