      *  rule check and no audit row.  Carries the wide 9(7)V99
      *  amounts and a single flat-or-percent discount, same shape
      *  as the bulk record.  CRD-ORDER-ID is the original order the
      *  credit applies against.  CRD-JURISDICTION is the ship-to
      *  jurisdiction of the original sale, so the tax charged on
      *  it is reversed against the same jurisdiction.
      *  CRD-CURRENCY is the currency of the credit, same meaning as
      *  ORD-CURRENCY; the base equivalent is figured at the rate for
      *  the business date the credit is priced on.
      ******************************************************************
       01  CREDIT-ORDER-RECORD.
           05  CRD-ORDER-ID            PIC X(10).
           05  CRD-CUST-NO             PIC X(08).
           05  CRD-CHANNEL             PIC X(02).
               88  CRD-CHANNEL-VALID   VALUES "RT" "WS" "WB" "PH".
           05  CRD-JURISDICTION        PIC X(05).
           05  CRD-CURRENCY            PIC X(03).
           05  CRD-PRICE               PIC 9(7)V99.
           05  CRD-DISCOUNT-TYPE       PIC X(01).
               88  CRD-DISCOUNT-FLAT   VALUE "F".
