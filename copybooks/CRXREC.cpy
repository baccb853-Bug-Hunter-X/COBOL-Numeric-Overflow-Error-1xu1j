      ******************************************************************
      *  CRXREC.cpy
      *  Credit exposure detail record.  Written by DSCBATCH to
      *  CRDEXPO for every sale, bulk order and credit memo that
      *  reaches the credit check - the base-currency net the order
      *  carries, what it did to the customer's exposure and whether
      *  it passed, was held over the limit, or was not checked for
      *  want of a credit master row.  The daily credit exposure
      *  report (DSCCRRPT) is built from it, and a restarted pricing
      *  run re-reads it to put each customer's exposure back where
      *  the checkpoint left it.
      ******************************************************************
      *  CRX-RECORD-SEQ is the run's order count at the order written
      *  - a restart keeps the rows at or below its checkpoint count.
      *  CRX-EXPOSURE is the customer's exposure after the order: a
      *  held order leaves it where it was.
       01  CREDIT-EXPOSURE-RECORD.
           05  CRX-RUN-DATE            PIC 9(8).
           05  CRX-RECORD-SEQ          PIC 9(9).
           05  CRX-CUST-NO             PIC X(08).
           05  CRX-ORDER-ID            PIC X(10).
           05  CRX-ORDER-TYPE          PIC X(01).
               88  CRX-REGULAR-ORDER   VALUE "R".
               88  CRX-BULK-ORDER      VALUE "B".
               88  CRX-CREDIT-MEMO     VALUE "C".
           05  CRX-OUTCOME             PIC X(01).
               88  CRX-PASSED          VALUE "P".
               88  CRX-OVER-LIMIT      VALUE "L".
               88  CRX-NOT-CHECKED     VALUE "N".
           05  CRX-BASE-AMOUNT         PIC 9(9)V99.
           05  CRX-EXPOSURE            PIC S9(11)V99.
           05  FILLER                  PIC X(10).
