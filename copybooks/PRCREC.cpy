      ******************************************************************
      *  PRCREC.cpy
      *  Product price master record.  Keyed on SKU, maintained by
      *  the pricing desk through DSCPRMNT and read by DSCBATCH to
      *  price every order item line - the extension of the lines
      *  replaces the price the submitter keyed on the order.
      *
      *  Each row carries the current unit price with the date it
      *  took effect, plus the price it replaced and that price's
      *  own effective date, so a price change can be loaded ahead
      *  of its effective date without pricing today's orders at
      *  tomorrow's list.  A zero effective date on the prior price
      *  means there was no prior price - before the current
      *  effective date the SKU has no price in effect.  An
      *  inactive SKU is kept on the master (for history) but will
      *  not price.
      ******************************************************************
       01  PRODUCT-PRICE-RECORD.
           05  PRC-SKU                 PIC X(12).
           05  PRC-DESCRIPTION         PIC X(30).
           05  PRC-STATUS              PIC X(01).
               88  PRC-ACTIVE          VALUE "A".
               88  PRC-INACTIVE        VALUE "I".
           05  PRC-UNIT-PRICE          PIC 9(7)V99.
           05  PRC-EFF-DATE            PIC 9(8).
           05  PRC-PRIOR-UNIT-PRICE    PIC 9(7)V99.
           05  PRC-PRIOR-EFF-DATE      PIC 9(8).
           05  FILLER                  PIC X(10).
