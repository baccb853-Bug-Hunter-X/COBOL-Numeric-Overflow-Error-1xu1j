      ******************************************************************
      *  XRTREC.cpy
      *  Daily exchange-rate record.  Loaded by treasury each business
      *  day, keyed on currency + business date, and read by DSCBATCH
      *  to carry the base-currency (USD) equivalent of every order
      *  priced in a foreign currency.  XRT-RATE is base-currency
      *  units per one unit of the order currency (CAD 0.731500 =
      *  one Canadian dollar is 73.15 US cents).  An order whose
      *  currency has no row for the business date rejects as
      *  NO-EXCHANGE-RATE rather than pricing at zero.
      ******************************************************************
       01  EXCHANGE-RATE-RECORD.
           05  XRT-KEY.
               10  XRT-CURRENCY        PIC X(03).
               10  XRT-RATE-DATE       PIC 9(8).
           05  XRT-RATE                PIC 9(3)V9(6).
           05  XRT-SOURCE              PIC X(10).
           05  FILLER                  PIC X(10).
