      ******************************************************************
      *  PPTREC.cpy
      *  Product price master maintenance transaction record.  One
      *  row per requested add/price-change/inactivate/reactivate/
      *  delete against the product price master (PRCREC), keyed by
      *  the pricing desk instead of editing PRCMAST by hand.
      *  PPT-USER-ID is the desk user who keyed the transaction and
      *  is carried onto every change-log row the maintenance batch
      *  (DSCPRMNT) writes.
      ******************************************************************
      *  An ADD carries the description, unit price and effective
      *  date (zero = the business date).  A PRICE CHANGE carries the
      *  new unit price and its effective date - a later date than
      *  the current one keeps the current price as the prior price
      *  until the new one takes effect, the same date corrects the
      *  current price in place, an earlier date is rejected.  A
      *  non-blank description on a price change replaces the
      *  description.  INACTIVATE, REACTIVATE and DELETE carry no
      *  value fields at all.
       01  PRICE-TXN-RECORD.
           05  PPT-ACTION              PIC X(01).
               88  PPT-ACTION-ADD      VALUE "A".
               88  PPT-ACTION-CHANGE   VALUE "C".
               88  PPT-ACTION-INACTIVATE
                                       VALUE "I".
               88  PPT-ACTION-REACTIVATE
                                       VALUE "R".
               88  PPT-ACTION-DELETE   VALUE "D".
               88  PPT-ACTION-VALID    VALUES "A" "C" "I" "R" "D".
           05  PPT-USER-ID             PIC X(08).
           05  PPT-SKU                 PIC X(12).
           05  PPT-DESCRIPTION         PIC X(30).
           05  PPT-UNIT-PRICE          PIC 9(7)V99.
           05  PPT-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(10).
