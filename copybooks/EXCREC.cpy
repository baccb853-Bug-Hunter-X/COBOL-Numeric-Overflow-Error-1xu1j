                                       VALUE "DUPLICATE-ORDER".
               88  EXC-REASON-CHANNEL-CAP
                                       VALUE "CHANNEL-CAP-EXCEEDED".
               88  EXC-REASON-TAX-JURIS-UNKNOWN
                                       VALUE "UNKNOWN-JURISDICTION".
               88  EXC-REASON-TAX-RATE-NOT-EFF
                                       VALUE "TAX-RATE-NOT-EFFECTIVE".
               88  EXC-REASON-SKU-UNKNOWN
                                       VALUE "UNKNOWN-INACTIVE-SKU".
               88  EXC-REASON-NO-EXCH-RATE
                                       VALUE "NO-EXCHANGE-RATE".
               88  EXC-REASON-CREDIT-LIMIT
                                       VALUE "CREDIT-LIMIT-EXCEEDED".
           05  EXC-PRICE               PIC 9(7)V99.
           05  EXC-DISCOUNT            PIC 9(7)V99.
           05  EXC-AMOUNT              PIC 9(7)V99.
