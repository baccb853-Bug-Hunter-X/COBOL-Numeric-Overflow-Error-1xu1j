      *  whatever its price, prices through the same
      *  discount-vs-price rules as a sale, and reaches billing as
      *  a credit detail.
      *  CMB-JURISDICTION (ship-to sales-tax jurisdiction) is a
      *  second LAYOUT CHANGE coordinated with every feed submitter:
      *  five bytes inserted after the channel, shifting the price
      *  and discount lines right.  A blank jurisdiction rejects as
      *  JURISDICTION MISSING at the edit; an unknown one rejects at
      *  pricing against the tax-rate master.
      *  CMB-ITEM-COUNT and the item lines are a third LAYOUT CHANGE
      *  coordinated with every feed submitter: a SKU and quantity
      *  per line, inserted after the price, so DSCBATCH prices the
      *  order off the product price master instead of trusting the
      *  submitted price.  CMB-PRICE stays on the record - it still
      *  drives the regular/bulk routing, and DSCBATCH reports any
      *  order whose submitted price disagrees with the master
      *  extension.  A sale with no item lines (count zero) prices
      *  at its submitted price as before; a credit carries no item
      *  lines, since it credits back an amount, not goods.
      *  CMB-CURRENCY is a fourth LAYOUT CHANGE coordinated with
      *  every feed submitter: the ISO currency code the order is
      *  priced and billed in, inserted after the jurisdiction.  The
      *  web and wholesale channels take Canadian and EU orders; a
      *  blank currency is defaulted to the base currency (USD) at
      *  the edit so domestic submitters are unaffected.
      *  DSCRBATE writes quarter-end volume rebate credit memos in
      *  this layout (REBATECR) - type "C", base currency, no item
      *  lines and one zero flat discount line - and DSCEDIT takes
      *  them in behind the submitted feed.
      ******************************************************************
       01  COMBINED-ORDER-RECORD.
           05  CMB-RECORD-TYPE         PIC X(01).
           05  CMB-CUST-NO             PIC X(08).
           05  CMB-CHANNEL             PIC X(02).
               88  CMB-CHANNEL-VALID   VALUES "RT" "WS" "WB" "PH".
           05  CMB-JURISDICTION        PIC X(05).
           05  CMB-CURRENCY            PIC X(03).
           05  CMB-PRICE               PIC 9(7)V99.
           05  CMB-ITEM-COUNT          PIC 9(01).
           05  CMB-ITEM-LINES          OCCURS 5 TIMES
                   INDEXED BY CMB-ITEM-IDX.
               10  CMB-IT-SKU          PIC X(12).
               10  CMB-IT-QUANTITY     PIC 9(05).
           05  CMB-DISCOUNT-COUNT      PIC 9(01).
           05  CMB-DISCOUNT-LINES      OCCURS 1 TO 5 TIMES
                   DEPENDING ON CMB-DISCOUNT-COUNT
