      *  Pricing-hold handoff record.  Written by DSCBATCH the moment
      *  a discount is found to exceed price, so the order-management
      *  system can place the order on hold automatically instead of
      *  waiting for someone to read the batch log, and for an order
      *  that would take its customer over the credit limit - that
      *  one waits on a finance approval before DSCHLREL releases it.
      ******************************************************************
       01  HOLD-REQUEST-RECORD.
           05  HLD-RUN-DATE            PIC 9(8).
           05  HLD-CUST-NO             PIC X(08).
           05  HLD-CHANNEL             PIC X(02).
           05  HLD-HOLD-REASON         PIC X(20).
               88  HLD-PRICING-HOLD    VALUE "PRICING HOLD".
               88  HLD-CREDIT-LIMIT-HOLD
                                       VALUE "CREDIT LIMIT HOLD".
           05  HLD-PRICE               PIC 9(7)V99.
           05  HLD-DISCOUNT            PIC 9(7)V99.
           05  FILLER                  PIC X(10).
