      ******************************************************************
      *  SLHREC.cpy
      *  Customer sales-history master record.  Keyed on SLH-CUST-NO
      *  and brought forward every business day by DSCSHUPD off the
      *  clean priced outputs - month-, quarter- and year-to-date
      *  net sales (the post-discount amount, before tax) and the
      *  discount given, in the base currency, with credit memos
      *  netted off.  The rebate accrual job (DSCRBATE) measures
      *  each wholesale agreement's quarterly threshold off it.
      ******************************************************************
      *  The to-date buckets belong to the period of
      *  SLH-LAST-POST-DATE - a bucket whose month, quarter or year
      *  has since ended is zeroed by the next posting for the
      *  customer, so a reader must check the posting date before
      *  trusting a bucket for a later period.
       01  SALES-HISTORY-RECORD.
           05  SLH-CUST-NO             PIC X(08).
           05  SLH-LAST-POST-DATE      PIC 9(8).
           05  SLH-MTD-NET-SALES       PIC S9(9)V99.
           05  SLH-MTD-DISCOUNT        PIC S9(9)V99.
           05  SLH-QTD-NET-SALES       PIC S9(9)V99.
           05  SLH-QTD-DISCOUNT        PIC S9(9)V99.
           05  SLH-YTD-NET-SALES       PIC S9(9)V99.
           05  SLH-YTD-DISCOUNT        PIC S9(9)V99.
           05  FILLER                  PIC X(10).
