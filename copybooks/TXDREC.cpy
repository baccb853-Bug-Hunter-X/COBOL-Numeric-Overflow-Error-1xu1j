      ******************************************************************
      *  TXDREC.cpy
      *  Sales-tax detail record.  One row written by DSCBATCH for
      *  every clean priced sale (type "S") and credit memo (type
      *  "C") - the ship-to jurisdiction, the post-discount amount
      *  the tax was figured on, the rate applied and the tax
      *  charged or reversed, or the exempt flag when the customer
      *  holds an exemption in that jurisdiction.  Each day's file
      *  is concatenated onto the month's TAXHIST, which the monthly
      *  tax liability report (DSCTXRPT) rolls up by jurisdiction.
      ******************************************************************
      *  Amounts are carried positive on both types - TXD-TXN-TYPE
      *  says which way they move the liability.  The taxable and
      *  tax amounts are in the order's currency, as billed; the
      *  base-currency equivalents alongside are what the liability
      *  is filed in and what the TAXDTL control hash sums.
       01  TAX-DETAIL-RECORD.
           05  TXD-RUN-DATE.
               10  TXD-RUN-YYYYMM      PIC 9(6).
               10  TXD-RUN-DD          PIC 9(2).
           05  TXD-ORDER-ID            PIC X(10).
           05  TXD-CUST-NO             PIC X(08).
           05  TXD-CHANNEL             PIC X(02).
           05  TXD-JURISDICTION        PIC X(05).
           05  TXD-TXN-TYPE            PIC X(01).
               88  TXD-SALE            VALUE "S".
               88  TXD-CREDIT          VALUE "C".
           05  TXD-EXEMPT-IND          PIC X(01).
               88  TXD-EXEMPT          VALUE "Y".
               88  TXD-TAXABLE         VALUE "N".
           05  TXD-TAX-RATE            PIC 9(2)V9(3).
           05  TXD-TAXABLE-AMOUNT      PIC 9(7)V99.
           05  TXD-TAX-AMOUNT          PIC 9(7)V99.
           05  TXD-CURRENCY            PIC X(03).
           05  TXD-BASE-TAXABLE-AMOUNT PIC 9(9)V99.
           05  TXD-BASE-TAX-AMOUNT     PIC 9(9)V99.
           05  FILLER                  PIC X(10).
