      ******************************************************************
      *  RAGREC.cpy
      *  Volume rebate agreement record.  One row per wholesale
      *  rebate agreement, maintained by the pricing desk: once the
      *  customer's net purchases for a calendar quarter reach the
      *  threshold, the rebate percent is earned on the whole
      *  quarter's net purchases.  The earned rebate goes back to
      *  the customer as a credit memo on the channel and ship-to
      *  jurisdiction given here.  Threshold and rebate are in the
      *  base currency.
      ******************************************************************
       01  REBATE-AGREEMENT-RECORD.
           05  RAG-AGREEMENT-ID        PIC X(08).
           05  RAG-CUST-NO             PIC X(08).
           05  RAG-EFFECTIVE-DATE      PIC 9(8).
           05  RAG-EXPIRY-DATE         PIC 9(8).
           05  RAG-QTR-THRESHOLD       PIC 9(9)V99.
           05  RAG-REBATE-PCT          PIC 9(2)V99.
           05  RAG-CHANNEL             PIC X(02).
           05  RAG-JURISDICTION        PIC X(05).
           05  FILLER                  PIC X(10).
