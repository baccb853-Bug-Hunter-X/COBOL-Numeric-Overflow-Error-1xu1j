      ******************************************************************
      *  TAXREC.cpy
      *  Sales-tax rate master record.  Maintained by the tax desk,
      *  keyed on jurisdiction + customer number, and read by
      *  DSCBATCH to tax every clean sale and reverse the tax on
      *  every clean credit memo.  Two kinds of row share the key:
      *
      *    - a JURISDICTION RATE row (TAX-CUST-NO = spaces) carries
      *      the jurisdiction's name and its current rate with the
      *      date it took effect, plus the rate it replaced and that
      *      rate's own effective date, so a rate change can be
      *      loaded ahead of its effective date without taxing
      *      today's orders at tomorrow's rate;
      *
      *    - a CUSTOMER EXEMPTION row (TAX-CUST-NO = the customer)
      *      flags a tax-exempt customer in that jurisdiction for
      *      the dates its exemption certificate covers.
      *
      *  Rates are percentages to three decimals (08.250 = 8.25%).
      *  A zero effective date on the prior rate means there was no
      *  prior rate - before the current effective date the
      *  jurisdiction has no rate in effect.
      ******************************************************************
       01  TAX-RATE-RECORD.
           05  TAX-KEY.
               10  TAX-JURISDICTION    PIC X(05).
               10  TAX-CUST-NO         PIC X(08).
                   88  TAX-JURIS-RATE-ROW VALUE SPACES.
           05  TAX-BODY                PIC X(46).
           05  TAX-RATE-BODY REDEFINES TAX-BODY.
               10  TAX-JURIS-NAME      PIC X(20).
               10  TAX-CURR-RATE       PIC 9(2)V9(3).
               10  TAX-CURR-EFF-DATE   PIC 9(8).
               10  TAX-PRIOR-RATE      PIC 9(2)V9(3).
               10  TAX-PRIOR-EFF-DATE  PIC 9(8).
           05  TAX-EXEMPT-BODY REDEFINES TAX-BODY.
               10  TAX-EXEMPT-IND      PIC X(01).
                   88  TAX-CUST-EXEMPT VALUE "Y".
               10  TAX-EXEMPT-CERT     PIC X(15).
               10  TAX-EXEMPT-EFF-DATE PIC 9(8).
               10  TAX-EXEMPT-EXP-DATE PIC 9(8).
               10  FILLER              PIC X(14).
           05  FILLER                  PIC X(10).
