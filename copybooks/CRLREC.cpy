      ******************************************************************
      *  CRLREC.cpy
      *  Customer credit master record.  Fed daily from accounts
      *  receivable, keyed on customer number - each account's credit
      *  limit and its open balance as of the AR close.  DSCBATCH
      *  carries the open balance forward as the customer's opening
      *  exposure, adds every clean priced order and takes off every
      *  credit, and holds an order that would take exposure over
      *  the limit.  A customer with no row here has no credit terms
      *  set and is not checked.
      ******************************************************************
      *  Amounts are in the base currency.  The open balance goes
      *  negative when the account is in credit.
       01  CREDIT-LIMIT-RECORD.
           05  CRL-CUST-NO             PIC X(08).
           05  CRL-CREDIT-LIMIT        PIC 9(9)V99.
           05  CRL-OPEN-BALANCE        PIC S9(9)V99.
           05  CRL-AS-OF-DATE          PIC 9(8).
           05  FILLER                  PIC X(10).
