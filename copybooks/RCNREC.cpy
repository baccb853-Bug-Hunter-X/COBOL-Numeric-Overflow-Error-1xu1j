      ******************************************************************
      *  RCNREC.cpy
      *  Reconciliation totals record.  Written by DSCBATCH at end of
      *  job alongside the printed RECONRPT - the same run totals
      *  (price read, discount applied, rejected, amount produced,
      *  credits carried negative) and the PASS/FAIL status, so the
      *  GL posting job (DSCGLPST) can prove its journal ties to the
      *  pricing run instead of finance ticking it off the printout.
      ******************************************************************
      *  Totals are signed the same way the checkpoint record carries
      *  them - a day heavy in credit memos can net negative.
      *  RCN-TOT-TAX is sales tax charged less tax reversed on
      *  credits; it sits outside the price/discount/amount identity
      *  because the receivable is amount plus tax.
      *  One base-currency row (RCN-BASE-TOTALS-ROW) is written
      *  first, carrying the run totals converted to the base
      *  currency - that is the row the GL ties to.  It is followed
      *  by one row per order currency priced in the run
      *  (RCN-CURRENCY-ROW), carrying the same totals in that
      *  currency with its own PASS/FAIL.
       01  RECON-TOTALS-RECORD.
           05  RCN-BUSINESS-DATE       PIC 9(8).
           05  RCN-BATCH-ID            PIC X(08).
           05  RCN-TOT-PRICE           PIC S9(9)V99.
           05  RCN-TOT-DISCOUNT        PIC S9(9)V99.
           05  RCN-TOT-REJECTED        PIC S9(9)V99.
           05  RCN-TOT-AMOUNT          PIC S9(9)V99.
           05  RCN-RECON-STATUS        PIC X(04).
           05  RCN-TOT-TAX             PIC S9(9)V99.
           05  RCN-ROW-TYPE            PIC X(01).
               88  RCN-BASE-TOTALS-ROW VALUE "B".
               88  RCN-CURRENCY-ROW    VALUE "C".
           05  RCN-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(10).
