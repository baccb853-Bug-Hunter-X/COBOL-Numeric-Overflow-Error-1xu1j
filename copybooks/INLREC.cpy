      ******************************************************************
      *  INLREC.cpy
      *  Invoice line detail record.  Written by DSCBATCH to INVLINES
      *  for every clean priced sale, bulk order and credit memo -
      *  the order's list price, then each discount line in the
      *  order it was applied with the balance left after it, then
      *  the net amount and its tax.  It keeps the working of the
      *  price that the single BILLFILE amount does not, and is what
      *  the customer invoice print (DSCINVPR) itemizes from.
      ******************************************************************
      *  Amounts are in the order currency and carried positive on
      *  credit memos as on sales - INL-ORDER-TYPE says which.
       01  INVOICE-LINE-RECORD.
           05  INL-RUN-DATE            PIC 9(8).
           05  INL-CUST-NO             PIC X(08).
           05  INL-ORDER-ID            PIC X(10).
           05  INL-ORDER-TYPE          PIC X(01).
               88  INL-REGULAR-ORDER   VALUE "R".
               88  INL-BULK-ORDER      VALUE "B".
               88  INL-CREDIT-MEMO     VALUE "C".
           05  INL-LINE-SEQ            PIC 9(02).
           05  INL-LINE-TYPE           PIC X(01).
               88  INL-LIST-PRICE      VALUE "L".
               88  INL-FLAT-LINE       VALUE "F".
               88  INL-PERCENT-LINE    VALUE "P".
               88  INL-PROMO-LINE      VALUE "C".
               88  INL-TIER-LINE       VALUE "T".
               88  INL-NET-LINE        VALUE "N".
           05  INL-PROMO-CODE          PIC X(08).
      *  The percent taken on a percent, percent promo or contract
      *  tier line; zero on a flat line.
           05  INL-PERCENT             PIC 9(3)V99.
           05  INL-LINE-AMOUNT         PIC 9(7)V99.
           05  INL-BALANCE             PIC 9(7)V99.
      *  "C" - the promo's order cap cut the line back; "T" - the
      *  contract tier replaced a different keyed discount.
           05  INL-CLIP-IND            PIC X(01).
               88  INL-NOT-CLIPPED     VALUE "N".
               88  INL-CAP-CLIPPED     VALUE "C".
               88  INL-TIER-CLIPPED    VALUE "T".
      *  Tax is carried on the net line only.
           05  INL-TAX                 PIC 9(7)V99.
           05  INL-CHANNEL             PIC X(02).
           05  INL-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(10).
