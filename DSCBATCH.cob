      *  priced orders forward and produces an exception report of
      *  every order rejected by the rule.  Credit memos split off
      *  the combined feed price through the same rules and carry
      *  negative in the reconciliation totals.  Every clean sale is
      *  taxed by its ship-to jurisdiction off the tax-rate master,
      *  and every clean credit reverses its tax the same way.  Orders
      *  that carry item lines are priced off the product price
      *  master, and any order whose submitted price disagrees with
      *  the master extension is listed on the price variance report.
      *  Each order is priced in its own currency and carries the
      *  base-currency equivalent at the business-date exchange rate;
      *  the run totals are kept in the base currency and again per
      *  order currency.  The working of every clean price - list
      *  price, each discount line in the order applied with the
      *  balance after it, and the net - goes to INVLINES for the
      *  customer invoice print.  Each customer's credit exposure -
      *  the accounts-receivable open balance, plus every clean sale
      *  priced in the run, less every clean credit - is checked
      *  against the customer's credit limit, and a sale that would
      *  take it over the limit goes to ORDHOLD for finance instead
      *  of to billing.  Every order checked is written to CRDEXPO
      *  for the daily credit exposure report.
      *
      *  With run mode "S" on PARMFILE the batch runs as a what-if
      *  pricing simulation: a past day's order files are priced by
      *  the same rules, on whichever discount master, channel policy
      *  and contract master the run is given, and each priced
      *  order's outcome goes to SIMOUT.  Nothing else is written -
      *  no priced output, exception, audit, hold, redemption, tax
      *  detail, invoice line, credit exposure, checkpoint, run
      *  history, reconciliation or control row - so a simulation
      *  can never be taken for a production run.  Nor is the credit
      *  limit checked - a what-if prices every order on its terms.
      *  DSCSIMRP compares a current run against a proposed one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCBATCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CONTROL-OUT-STATUS.

      *  The reconciliation totals in machine-readable form, so the
      *  GL posting job can tie its journal to this run's RECONRPT
      *  without anyone re-keying the printed figures.
           SELECT RECON-TOTALS-OUT ASSIGN TO "RECONTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-TOTALS-STATUS.

      *  Channel cap policy is optional - with no policy file every
      *  channel prices uncapped, same as before the policy existed.
           SELECT OPTIONAL CHANNEL-POLICY ASSIGN TO "CHNLPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANNEL-POLICY-STATUS.

      *  Sales-tax rate master - jurisdiction rate rows and customer
      *  exemption rows on one key.  Not optional: with no master no
      *  sale can be taxed, so the run must not price without it.
           SELECT TAX-MASTER ASSIGN TO "TAXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-KEY
               FILE STATUS IS WS-TAX-MAST-STATUS.

      *  Product price master - one row per SKU, current and prior
      *  unit price on effective dates.  Not optional: an order with
      *  item lines cannot be priced without it.
           SELECT PRICE-MASTER ASSIGN TO "PRCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-SKU
               FILE STATUS IS WS-PRICE-MAST-STATUS.

      *  Daily exchange rates keyed on currency + business date.  Not
      *  optional: a foreign-currency order cannot carry its base
      *  equivalent without the day's rate, and it must never price
      *  at zero for want of one.
           SELECT EXCHANGE-RATE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRT-KEY
               FILE STATUS IS WS-EXCH-RATE-STATUS.

      *  Customer credit master fed daily from accounts receivable -
      *  limit and open balance by customer.  Not optional: a sale
      *  must never be billed past its customer's limit for want of
      *  the file.
           SELECT CREDIT-LIMIT-MASTER ASSIGN TO "CRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRL-CUST-NO
               FILE STATUS IS WS-CREDIT-LIMIT-STATUS.

      *  Orders whose submitted price differs from the extension of
      *  their item lines at master prices - the list-price keying
      *  errors the pricing desk follows up with the submitter.
           SELECT PRICE-VARIANCE-RPT ASSIGN TO "PRCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-VAR-RPT-STATUS.

      *  One tax detail row per clean sale and credit - the daily
      *  feed the monthly tax liability report accumulates.
           SELECT TAX-DETAIL-OUT ASSIGN TO "TAXDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-DETAIL-OUT-STATUS.

      *  The working of every clean price - list price, each discount
      *  line and the net - for the customer invoice print.
           SELECT INVOICE-LINE-OUT ASSIGN TO "INVLINES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-LINE-OUT-STATUS.

      *  One row per order that reaches the credit check - what it
      *  did to its customer's exposure - for the daily credit
      *  exposure report.
           SELECT CREDIT-EXPOSURE-OUT ASSIGN TO "CRDEXPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-EXPO-STATUS.

      *  Work file of every order id seen this run, regular and bulk
      *  - a rejected WRITE flags the duplicate no matter which feed
      *  the first copy arrived on.
               RECORD KEY IS DUP-ORDER-ID
               FILE STATUS IS WS-DUP-CHECK-STATUS.

      *  Simulation-mode result file - one row per priced order in
      *  place of the priced outputs.
           SELECT SIMULATION-OUT ASSIGN TO "SIMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATION-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-IN
           05  PRO-PRICE               PIC 9(5)V99.
           05  PRO-DISCOUNT            PIC 9(5)V99.
           05  PRO-AMOUNT              PIC 9(5)V99.
           05  PRO-ERROR-FLAG          PIC 9(2).
      *  Customer, channel and the promo-code share of PRO-DISCOUNT
      *  ride behind the original fields so the GL posting job can
      *  split discount expense by source and channel; the rest of
      *  PRO-DISCOUNT is the flat/percent line discount.
           05  PRO-CUST-NO             PIC X(08).
           05  PRO-CHANNEL             PIC X(02).
           05  PRO-PROMO-DISCOUNT      PIC 9(5)V99.
      *  Sales tax on PRO-AMOUNT, carried separately from the net
      *  amount, and the ship-to jurisdiction it is owed to.
           05  PRO-TAX                 PIC 9(5)V99.
           05  PRO-JURISDICTION        PIC X(05).
      *  The order currency every amount above is in, the business-
      *  date rate it was priced at, and the base-currency equivalent
      *  of each money field - billing bills the order currency, the
      *  GL posts the base figures.
           05  PRO-CURRENCY            PIC X(03).
           05  PRO-EXCH-RATE           PIC 9(3)V9(6).
           05  PRO-BASE-PRICE          PIC 9(9)V99.
           05  PRO-BASE-DISCOUNT       PIC 9(9)V99.
           05  PRO-BASE-AMOUNT         PIC 9(9)V99.
           05  PRO-BASE-PROMO-DISC     PIC 9(9)V99.
           05  PRO-BASE-TAX            PIC 9(9)V99.

       FD  EXCEPTION-REPORT
           RECORDING MODE IS F.
           05  PBK-PRICE               PIC 9(7)V99.
           05  PBK-DISCOUNT            PIC 9(7)V99.
           05  PBK-AMOUNT              PIC 9(7)V99.
           05  PBK-ERROR-FLAG          PIC 9(2).
           05  PBK-CUST-NO             PIC X(08).
           05  PBK-CHANNEL             PIC X(02).
      *  Where the bulk discount came from - the keyed flat/percent
      *  line, or the contract master's tier percent.
           05  PBK-DISC-SOURCE         PIC X(01).
               88  PBK-SOURCE-LINE     VALUE "L".
               88  PBK-SOURCE-CONTRACT VALUE "T".
           05  PBK-TAX                 PIC 9(7)V99.
           05  PBK-JURISDICTION        PIC X(05).
      *  Order currency, rate and base equivalents, same meaning as
      *  on the regular priced record.
           05  PBK-CURRENCY            PIC X(03).
           05  PBK-EXCH-RATE           PIC 9(3)V9(6).
           05  PBK-BASE-PRICE          PIC 9(9)V99.
           05  PBK-BASE-DISCOUNT       PIC 9(9)V99.
           05  PBK-BASE-AMOUNT         PIC 9(9)V99.
           05  PBK-BASE-TAX            PIC 9(9)V99.

       FD  CREDIT-IN
           RECORDING MODE IS F.
           05  PCR-DISCOUNT            PIC 9(7)V99.
           05  PCR-AMOUNT              PIC 9(7)V99.
           05  PCR-ERROR-FLAG          PIC 9.
           05  PCR-CHANNEL             PIC X(02).
      *  Tax reversed by the credit - positive, like the amount.
           05  PCR-TAX                 PIC 9(7)V99.
           05  PCR-JURISDICTION        PIC X(05).
      *  Order currency, rate and base equivalents, same meaning as
      *  on the regular priced record.
           05  PCR-CURRENCY            PIC X(03).
           05  PCR-EXCH-RATE           PIC 9(3)V9(6).
           05  PCR-BASE-PRICE          PIC 9(9)V99.
           05  PCR-BASE-DISCOUNT       PIC 9(9)V99.
           05  PCR-BASE-AMOUNT         PIC 9(9)V99.
           05  PCR-BASE-TAX            PIC 9(9)V99.

       FD  CHECKPOINT-IN
           RECORDING MODE IS F.
           05  CKI-CONTRACT-COUNT      PIC 9(7).
           05  CKI-CTRMIS-COUNT        PIC 9(7).
           05  CKI-CHANCAP-COUNT       PIC 9(7).
           05  CKI-TOT-TAX             PIC S9(9)V99.
           05  CKI-TAXREJ-COUNT        PIC 9(7).
           05  CKI-SKUREJ-COUNT        PIC 9(7).
           05  CKI-PRCVAR-COUNT        PIC 9(7).
           05  CKI-FXREJ-COUNT         PIC 9(7).
           05  CKI-CURRENCY-COUNT      PIC 9(02).
           05  CKI-CURRENCY-TOTALS     OCCURS 10 TIMES.
               10  CKI-CT-CURRENCY     PIC X(03).
               10  CKI-CT-ORDER-COUNT  PIC 9(09).
               10  CKI-CT-PRICE        PIC S9(9)V99.
               10  CKI-CT-DISCOUNT     PIC S9(9)V99.
               10  CKI-CT-REJECTED     PIC S9(9)V99.
               10  CKI-CT-AMOUNT       PIC S9(9)V99.
               10  CKI-CT-TAX          PIC S9(9)V99.
               10  CKI-CT-BASE-AMOUNT  PIC S9(9)V99.
               10  CKI-CT-BASE-TAX     PIC S9(9)V99.
           05  CKI-CRDHOLD-COUNT       PIC 9(7).
           05  FILLER                  PIC X(10).

       FD  CHECKPOINT-OUT
           RECORDING MODE IS F.
       COPY RSTREC.

       FD  TAX-MASTER.
       COPY TAXREC.

       FD  TAX-DETAIL-OUT
           RECORDING MODE IS F.
       COPY TXDREC.

       FD  INVOICE-LINE-OUT
           RECORDING MODE IS F.
       COPY INLREC.

       FD  PRICE-MASTER.
       COPY PRCREC.

       FD  CREDIT-LIMIT-MASTER.
       COPY CRLREC.

       FD  CREDIT-EXPOSURE-OUT
           RECORDING MODE IS F.
       COPY CRXREC.

       FD  EXCHANGE-RATE.
       COPY XRTREC.

       FD  PRICE-VARIANCE-RPT
           RECORDING MODE IS F.
       01  PRICE-VARIANCE-LINE         PIC X(80).

       FD  DUP-CHECK.
       01  DUP-CHECK-RECORD.
           05  DUP-ORDER-ID            PIC X(10).
           RECORDING MODE IS F.
       COPY CTLREC.

       FD  RECON-TOTALS-OUT
           RECORDING MODE IS F.
       COPY RCNREC.

       FD  SIMULATION-OUT
           RECORDING MODE IS F.
       COPY SIMREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ORDER-IN-STATUS      PIC XX.
           05  WS-CHANNEL-POLICY-STATUS PIC XX.
               88  CHANNEL-POLICY-FOUND VALUE "00".
           05  WS-GEN-CONTROL-OUT-STATUS PIC XX.
           05  WS-RECON-TOTALS-STATUS  PIC XX.
           05  WS-TAX-MAST-STATUS      PIC XX.
           05  WS-TAX-DETAIL-OUT-STATUS PIC XX.
           05  WS-INVOICE-LINE-OUT-STATUS PIC XX.
           05  WS-PRICE-MAST-STATUS    PIC XX.
           05  WS-PRICE-VAR-RPT-STATUS PIC XX.
           05  WS-EXCH-RATE-STATUS     PIC XX.
           05  WS-SIMULATION-OUT-STATUS PIC XX.
           05  WS-CREDIT-LIMIT-STATUS  PIC XX.
           05  WS-CREDIT-EXPO-STATUS   PIC XX.
               88  CREDIT-EXPO-FOUND   VALUE "00".

      *--------------------------------------------------------------*
      *  Checkpoint/restart controls
           05  WS-CREDIT-DISCOUNT      PIC 9(7)V99 VALUE ZEROES.
           05  WS-CREDIT-AMOUNT        PIC 9(7)V99 VALUE ZEROES.
           05  WS-CREDIT-ERROR-FLAG    PIC 9 VALUE 0.
           05  WS-CREDIT-TAX           PIC 9(7)V99 VALUE ZEROES.
           05  WS-CREDIT-RECORD-COUNT  PIC 9(9) VALUE ZEROES.

      *--------------------------------------------------------------*
           05  WS-BULK-PRICE           PIC 9(7)V99 VALUE ZEROES.
           05  WS-BULK-DISCOUNT        PIC 9(7)V99 VALUE ZEROES.
           05  WS-BULK-AMOUNT          PIC 9(7)V99 VALUE ZEROES.
           05  WS-BULK-ERROR-FLAG      PIC 9(2) VALUE 0.
           05  WS-BULK-DISC-SOURCE     PIC X(01) VALUE "L".
           05  WS-BULK-TAX             PIC 9(7)V99 VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Contract tier pricing - when the bulk customer is on the
           05  WS-TOT-DISCOUNT         PIC S9(9)V99 VALUE ZEROES.
           05  WS-TOT-AMOUNT           PIC S9(9)V99 VALUE ZEROES.
           05  WS-TOT-REJECTED         PIC S9(9)V99 VALUE ZEROES.
      *  Tax charged less tax reversed - reported alongside, not part
      *  of the price - discount - rejected = amount identity.
           05  WS-TOT-TAX              PIC S9(9)V99 VALUE ZEROES.
           05  WS-RECON-CHECK          PIC S9(9)V99 VALUE ZEROES.
           05  WS-RECON-STATUS         PIC X(04) VALUE SPACES.

           05  WS-END-TIME             PIC 9(8).
           05  WS-BULK-THRESHOLD       PIC 9(7)V99 VALUE 99999.99.
           05  WS-PARM-SOURCE          PIC X(08) VALUE "DEFAULT".
           05  WS-RUN-MODE             PIC X(01) VALUE "P".
               88  WS-PRODUCTION-RUN   VALUE "P".
               88  WS-SIMULATION-RUN   VALUE "S".
           05  WS-SIM-WRITE-COUNT      PIC 9(9) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
       01  WS-PRICE                    PIC 9(5)V99 VALUE ZEROES.
       01  WS-DISCOUNT                 PIC 9(5)V99 VALUE ZEROES.
       01  WS-SHORTFALL                PIC 9(5)V99 VALUE ZEROES.
       01  WS-ERROR-FLAG               PIC 9(2) VALUE 0.
       01  WS-TAX                      PIC 9(5)V99 VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Stacked-discount processing
      *  of truncating.  999.99% of the widest regular balance is
      *  999,989.90, which fits - no SIZE ERROR guard is needed here.
       01  WS-PROMO-DISCOUNT           PIC 9(7)V99 VALUE ZEROES.
      *  Sum of the promo-code lines that applied on this order -
      *  carried on the priced output for the GL discount split.
       01  WS-ORDER-PROMO-DISCOUNT     PIC 9(5)V99 VALUE ZEROES.
       01  WS-CAP-CLIP-SWITCH          PIC X VALUE "N".
           88  WS-CAP-CLIPPED          VALUE "Y".
       01  WS-FAIL-DISC-INDEX          PIC 9(01) VALUE ZEROES.
       01  WS-PCT-OVERFLOW-SWITCH      PIC X VALUE "N".
           88  WS-PCT-OVERFLOWED       VALUE "Y".

      *--------------------------------------------------------------*
      *  Invoice lines for the order being priced - the list price
      *  and each discount line as it is applied, held until the
      *  order prices clean and then written to INVLINES behind its
      *  net line.  A rejected order's lines are simply dropped.
      *  List price, five stacked lines and the net fill the table.
      *--------------------------------------------------------------*
       01  WS-INVOICE-LINE-TABLE.
           05  WS-INV-LINE-COUNT       PIC 9(2) COMP VALUE ZEROES.
           05  WS-INV-LINE-SUB         PIC 9(2) COMP VALUE ZEROES.
           05  WS-INV-LINE-ENTRY       OCCURS 7 TIMES.
               10  WS-IVL-LINE-TYPE    PIC X(01).
               10  WS-IVL-PROMO-CODE   PIC X(08).
               10  WS-IVL-PERCENT      PIC 9(3)V99.
               10  WS-IVL-LINE-AMOUNT  PIC 9(7)V99.
               10  WS-IVL-BALANCE      PIC 9(7)V99.
               10  WS-IVL-CLIP-IND     PIC X(01).
               10  WS-IVL-TAX          PIC 9(7)V99.
       01  WS-INV-NEW-LINE.
           05  WS-INN-LINE-TYPE        PIC X(01).
           05  WS-INN-PROMO-CODE       PIC X(08).
           05  WS-INN-PERCENT          PIC 9(3)V99.
           05  WS-INN-LINE-AMOUNT      PIC 9(7)V99.
           05  WS-INN-BALANCE          PIC 9(7)V99.
           05  WS-INN-CLIP-IND         PIC X(01).
           05  WS-INN-TAX              PIC 9(7)V99.

      *--------------------------------------------------------------*
      *  Channel discount cap policy - loaded once at initialization
      *  and checked after the stacked lines are summed, on both the
               10  WS-CPE-CHANNEL      PIC X(02).
               10  WS-CPE-MAX-PCT      PIC 9(3)V99.

      *--------------------------------------------------------------*
      *  Sales tax - the jurisdiction's rate in effect on the business
      *  date is looked up once per clean order, sale or credit, and
      *  a customer exemption row in force zeroes the tax.  A
      *  jurisdiction with no rate row, or no rate yet in effect,
      *  rejects the order rather than billing it untaxed.
      *--------------------------------------------------------------*
       01  WS-TAX-CONTROLS.
           05  WS-TAX-JURISDICTION     PIC X(05) VALUE SPACES.
           05  WS-TAX-CUST-NO          PIC X(08) VALUE SPACES.
           05  WS-TAX-RATE             PIC 9(2)V9(3) VALUE ZEROES.
           05  WS-TAX-RATE-SWITCH      PIC X VALUE "Y".
               88  WS-TAX-RATE-OK      VALUE "Y".
               88  WS-TAX-JURIS-UNKNOWN VALUE "J".
               88  WS-TAX-RATE-NOT-EFF VALUE "E".
           05  WS-TAX-EXEMPT-SWITCH    PIC X VALUE "N".
               88  WS-TAX-EXEMPT       VALUE "Y".
           05  WS-TAXREJ-COUNT         PIC 9(7) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Item-level pricing - an order with item lines is priced at
      *  the extension of its lines at the unit price in effect on
      *  the business date, in place of the price the submitter
      *  keyed.  An unknown SKU, an inactive one, or one with no
      *  price yet in effect rejects the whole order; an extension
      *  too wide for the path's price field rejects as an overflow.
      *  Orders with no item lines price at the submitted price.
      *--------------------------------------------------------------*
       01  WS-ITEM-PRICING-CONTROLS.
           05  WS-ITEM-SKU             PIC X(12) VALUE SPACES.
           05  WS-ITEM-QUANTITY        PIC 9(05) VALUE ZEROES.
           05  WS-UNIT-PRICE           PIC 9(7)V99 VALUE ZEROES.
           05  WS-ITEM-EXTENSION       PIC 9(9)V99 VALUE ZEROES.
           05  WS-ITEM-PRICE-SWITCH    PIC X VALUE "Y".
               88  WS-ITEMS-OK         VALUE "Y".
               88  WS-ITEM-SKU-REJECT  VALUE "S".
               88  WS-ITEMS-OVERFLOW   VALUE "O".
           05  WS-PRCV-HEADED-SWITCH   PIC X VALUE "N".
               88  WS-PRCV-HEADED      VALUE "Y".
           05  WS-SUBMITTED-PRICE      PIC 9(7)V99 VALUE ZEROES.
           05  WS-PRICE-VARIANCE       PIC S9(9)V99 VALUE ZEROES.
           05  WS-SKUREJ-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-PRCVAR-COUNT         PIC 9(7) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Multi-currency pricing - every amount on an order is in the
      *  order currency.  The business-date rate (base units per one
      *  order-currency unit) converts each priced order to its
      *  base-currency equivalent, and the run totals above are kept
      *  in the base currency.  A currency with no rate for the
      *  business date rejects the order.  Master prices, promo flat
      *  amounts and caps, and contract tier limits are base-currency
      *  values and are converted at the same rate.
      *--------------------------------------------------------------*
       01  WS-CURRENCY-CONTROLS.
           05  WS-BASE-CURRENCY        PIC X(03) VALUE "USD".
           05  WS-FX-CURRENCY          PIC X(03) VALUE SPACES.
           05  WS-FX-RATE              PIC 9(3)V9(6) VALUE ZEROES.
           05  WS-FX-RATE-SWITCH       PIC X VALUE "Y".
               88  WS-FX-RATE-OK       VALUE "Y".
               88  WS-FX-RATE-MISSING  VALUE "N".
           05  WS-CUR-SUB              PIC 9(2) COMP VALUE ZEROES.
           05  WS-CUR-SCAN-SUB         PIC 9(2) COMP VALUE ZEROES.
           05  WS-FXREJ-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-BASE-PRICE           PIC 9(9)V99 VALUE ZEROES.
           05  WS-BASE-DISCOUNT        PIC 9(9)V99 VALUE ZEROES.
           05  WS-BASE-AMOUNT          PIC 9(9)V99 VALUE ZEROES.
           05  WS-BASE-TAX             PIC 9(9)V99 VALUE ZEROES.
           05  WS-BASE-PROMO-DISC      PIC 9(9)V99 VALUE ZEROES.
           05  WS-BASE-LINE-PROMO      PIC 9(9)V99 VALUE ZEROES.
           05  WS-BASE-OTHER-DISC      PIC 9(9)V99 VALUE ZEROES.
           05  WS-BASE-OVERFLOW-SWITCH PIC X VALUE "N".
               88  WS-BASE-OVERFLOWED  VALUE "Y".
           05  WS-PROMO-CAP            PIC 9(7)V99 VALUE ZEROES.
           05  WS-TIER-BASIS           PIC 9(9)V99 VALUE ZEROES.
           05  WS-CUR-CHECK            PIC S9(9)V99 VALUE ZEROES.
           05  WS-CUR-STATUS           PIC X(04) VALUE SPACES.

      *  Run totals per order currency, in that currency - laid out
      *  entry for entry like the checkpoint record's table so a
      *  restart carries them forward whole.
       01  WS-CURRENCY-TOTALS-TABLE.
           05  WS-CUR-COUNT            PIC 9(2) COMP VALUE ZEROES.
           05  WS-CUR-ENTRY            OCCURS 10 TIMES.
               10  WS-CT-CURRENCY      PIC X(03).
               10  WS-CT-ORDER-COUNT   PIC 9(09).
               10  WS-CT-PRICE         PIC S9(9)V99.
               10  WS-CT-DISCOUNT      PIC S9(9)V99.
               10  WS-CT-REJECTED      PIC S9(9)V99.
               10  WS-CT-AMOUNT        PIC S9(9)V99.
               10  WS-CT-TAX           PIC S9(9)V99.
               10  WS-CT-BASE-AMOUNT   PIC S9(9)V99.
               10  WS-CT-BASE-TAX      PIC S9(9)V99.

      *--------------------------------------------------------------*
      *  Customer credit exposure - the customer's AR open balance is
      *  taken as the opening exposure the first time the run meets
      *  the customer, every clean sale and bulk order adds its base-
      *  currency net, and every clean credit takes its net off.  A
      *  sale that would take exposure over the credit limit is held
      *  for finance instead of billed.  A customer with no credit
      *  master row has no terms set and is not checked.  Credits
      *  price after the day's sales, so a credit frees headroom from
      *  the next run on.
      *--------------------------------------------------------------*
       01  WS-CREDIT-CHECK-CONTROLS.
           05  WS-CRC-CUST-NO          PIC X(08) VALUE SPACES.
           05  WS-CRC-ORDER-ID         PIC X(10) VALUE SPACES.
           05  WS-CRC-ORDER-TYPE       PIC X(01) VALUE SPACES.
           05  WS-CRC-NEW-EXPOSURE     PIC S9(11)V99 VALUE ZEROES.
           05  WS-CREDIT-HOLD-SWITCH   PIC X VALUE "N".
               88  WS-CREDIT-LIMIT-HIT VALUE "Y".
           05  WS-CRX-EOF-SWITCH       PIC X VALUE "N".
               88  WS-CRX-EOF          VALUE "Y".
           05  WS-EXP-SUB              PIC 9(4) COMP VALUE ZEROES.
           05  WS-EXP-SCAN-SUB         PIC 9(4) COMP VALUE ZEROES.
           05  WS-CRDHOLD-COUNT        PIC 9(7) VALUE ZEROES.

       01  WS-CREDIT-EXPOSURE-TABLE.
           05  WS-EXP-COUNT            PIC 9(4) COMP VALUE ZEROES.
           05  WS-EXP-ENTRY            OCCURS 5000 TIMES.
               10  WS-EXE-CUST-NO      PIC X(08).
               10  WS-EXE-TERMS-SW     PIC X(01).
                   88  WS-EXE-HAS-TERMS VALUE "Y".
               10  WS-EXE-CREDIT-LIMIT PIC 9(9)V99.
               10  WS-EXE-EXPOSURE     PIC S9(11)V99.

       01  WS-PRCV-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE "ORDER ID".
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(14) VALUE "SUBMITTED".
           05  FILLER                  PIC X(14) VALUE "MASTER EXT".
           05  FILLER                  PIC X(14) VALUE "VARIANCE".

       01  WS-PRCV-DETAIL-LINE.
           05  WS-PV-ORDER-ID          PIC X(10).
           05  WS-PV-CUST-NO           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PV-SUBMITTED         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PV-MASTER-EXT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PV-VARIANCE          PIC Z,ZZZ,ZZ9.99-.

      *--------------------------------------------------------------*
      *  Generation-control totals - one count/hash pair per output
      *  file, accumulated at the write and dumped as control rows
           05  WS-CTL-BLKOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-CTL-CRDOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-CTL-CRDOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-CTL-PROMO-COUNT      PIC 9(9) VALUE ZEROES.
           05  WS-CTL-PROMO-HASH       PIC 9(11)V99 VALUE ZEROES.
           05  WS-CTL-TAXDTL-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-CTL-TAXDTL-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-CTL-INVLIN-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-CTL-INVLIN-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-CTL-CRDEXP-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-CTL-CRDEXP-HASH      PIC 9(11)V99 VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Non-numeric input validation (upstream feed garbage)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SIMULATION-RUN
               DISPLAY "Simulation run for " WS-RUN-DATE " - "
                   WS-SIM-WRITE-COUNT " results written to SIMOUT, "
                   "no production output written."
           ELSE
               PERFORM 8000-WRITE-REPORT-TOTALS
               PERFORM 8500-RECONCILE-TOTALS
               PERFORM 8600-WRITE-RUN-STATS
               PERFORM 8700-WRITE-GEN-CONTROLS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           INITIALIZE WS-CURRENCY-TOTALS-TABLE
           PERFORM 1050-LOAD-RUN-PARMS
           PERFORM 1070-LOAD-CHANNEL-POLICY
           OPEN INPUT ORDER-IN
           OPEN INPUT DISCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CONTRACT-MASTER
           OPEN INPUT TAX-MASTER
           OPEN INPUT PRICE-MASTER
           OPEN INPUT EXCHANGE-RATE
           IF WS-SIMULATION-RUN
               PERFORM 1200-OPEN-SIMULATION-FILES
           ELSE
               PERFORM 1150-OPEN-PRODUCTION-FILES
           END-IF.

      *--------------------------------------------------------------*
      *  Optional run-parameter control file.  The business date
               MOVE PRM-CHECKPOINT-INTERVAL
                   TO WS-CHECKPOINT-INTERVAL
           END-IF
           IF PRM-SIMULATION-RUN
               SET WS-SIMULATION-RUN TO TRUE
           END-IF
           IF PRM-LINES-PER-PAGE NUMERIC
              AND PRM-LINES-PER-PAGE NOT = ZEROES
               MOVE PRM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-PE-VALUE
           WRITE RECON-LINE FROM WS-PARM-ECHO-LINE

           MOVE "BASE CURRENCY" TO WS-PE-LABEL
           MOVE WS-BASE-CURRENCY TO WS-PE-VALUE
           WRITE RECON-LINE FROM WS-PARM-ECHO-LINE

           MOVE "BULK PRICE THRESHOLD" TO WS-RL-LABEL
           MOVE WS-BULK-THRESHOLD TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE
                               TO WS-CTR-MISMATCH-COUNT
                           MOVE CKI-CHANCAP-COUNT
                               TO WS-CHANCAP-COUNT
                           MOVE CKI-TOT-TAX TO WS-TOT-TAX
                           MOVE CKI-TAXREJ-COUNT TO WS-TAXREJ-COUNT
                           MOVE CKI-SKUREJ-COUNT TO WS-SKUREJ-COUNT
                           MOVE CKI-PRCVAR-COUNT TO WS-PRCVAR-COUNT
                           MOVE CKI-FXREJ-COUNT TO WS-FXREJ-COUNT
                           MOVE CKI-CRDHOLD-COUNT TO WS-CRDHOLD-COUNT
                           PERFORM 1110-RELOAD-CURRENCY-TOTALS
                   END-READ
               END-PERFORM
               IF WS-RESTART-RUN
           END-IF
           CLOSE CHECKPOINT-IN.

       1110-RELOAD-CURRENCY-TOTALS.
           MOVE CKI-CURRENCY-COUNT TO WS-CUR-COUNT
           PERFORM VARYING WS-CUR-SCAN-SUB FROM 1 BY 1
               UNTIL WS-CUR-SCAN-SUB > 10
               MOVE CKI-CURRENCY-TOTALS (WS-CUR-SCAN-SUB)
                   TO WS-CUR-ENTRY (WS-CUR-SCAN-SUB)
           END-PERFORM.

       1150-OPEN-PRODUCTION-FILES.
           OPEN INPUT CREDIT-LIMIT-MASTER
           PERFORM 1100-LOAD-CHECKPOINT
           IF WS-RESTART-RUN
      *  The priced output reopens I-O on a restart - records written
      *  before the failure stay put and the run adds to them.  The
      *  duplicate work file is NOT reopened as it stands: it holds
      *  ids written between the last checkpoint and the abend, and
      *  those records are deliberately re-processed after the skip-
      *  ahead, so keeping their ids would falsely reject the whole
      *  replay window as duplicates.  It is rebuilt fresh to the
      *  checkpoint boundary by the skip-ahead paragraphs instead.
               OPEN I-O ORDER-OUT
               OPEN OUTPUT DUP-CHECK
               OPEN EXTEND EXCEPTION-REPORT
               OPEN EXTEND AUDIT-TRAIL
               OPEN EXTEND RECON-REPORT
               OPEN EXTEND EXCEPTION-DATA
               OPEN EXTEND BULK-ORDER-OUT
               OPEN EXTEND CHECKPOINT-OUT
               OPEN EXTEND ORDER-HOLD-OUT
               OPEN EXTEND PROMO-REDEMPTION-OUT
               OPEN EXTEND CONTRACT-MISMATCH-RPT
               OPEN EXTEND CREDIT-OUT
               OPEN EXTEND TAX-DETAIL-OUT
               OPEN EXTEND INVOICE-LINE-OUT
               OPEN EXTEND PRICE-VARIANCE-RPT
               PERFORM 1160-RELOAD-CREDIT-EXPOSURE
               OPEN EXTEND CREDIT-EXPOSURE-OUT
           ELSE
               OPEN OUTPUT ORDER-OUT
               OPEN OUTPUT DUP-CHECK
               OPEN OUTPUT EXCEPTION-REPORT
               OPEN OUTPUT AUDIT-TRAIL
               OPEN OUTPUT RECON-REPORT
               OPEN OUTPUT EXCEPTION-DATA
               OPEN OUTPUT BULK-ORDER-OUT
               OPEN OUTPUT CHECKPOINT-OUT
               OPEN OUTPUT ORDER-HOLD-OUT
               OPEN OUTPUT PROMO-REDEMPTION-OUT
               OPEN OUTPUT CONTRACT-MISMATCH-RPT
               OPEN OUTPUT CREDIT-OUT
               OPEN OUTPUT TAX-DETAIL-OUT
               OPEN OUTPUT INVOICE-LINE-OUT
               OPEN OUTPUT PRICE-VARIANCE-RPT
               OPEN OUTPUT CREDIT-EXPOSURE-OUT
           END-IF
      *  The run history accumulates across runs by design - every
      *  run appends its one statistics row, fresh or restarted.
           OPEN EXTEND RUN-HISTORY
      *  The control file is rewritten every run - stale controls
      *  from a prior run must never vouch for this run's outputs.
           OPEN OUTPUT GEN-CONTROL-OUT
           OPEN OUTPUT RECON-TOTALS-OUT
           PERFORM 1080-ECHO-RUN-PARMS.

      *--------------------------------------------------------------*
      *  On a restart each customer's exposure is put back where the
      *  checkpoint left it before the replay window is priced again.
      *  The exposure file is read through as it stands: a row at or
      *  below the checkpoint's order count belongs to an order the
      *  restart will not re-price, and the last such row for a
      *  customer - a replayed order re-writes its row further down
      *  the file - carries the customer's exposure after it.
      *--------------------------------------------------------------*
       1160-RELOAD-CREDIT-EXPOSURE.
           OPEN INPUT CREDIT-EXPOSURE-OUT
           IF CREDIT-EXPO-FOUND
               PERFORM UNTIL WS-CRX-EOF
                   READ CREDIT-EXPOSURE-OUT
                       AT END
                           MOVE "Y" TO WS-CRX-EOF-SWITCH
                       NOT AT END
                           PERFORM 1165-REAPPLY-EXPOSURE-ROW
                   END-READ
               END-PERFORM
               CLOSE CREDIT-EXPOSURE-OUT
           END-IF.

       1165-REAPPLY-EXPOSURE-ROW.
           IF CRX-RECORD-SEQ <= WS-RECORD-COUNT
              AND NOT CRX-NOT-CHECKED
               MOVE CRX-CUST-NO TO WS-CRC-CUST-NO
               PERFORM 3710-FIND-EXPOSURE-ENTRY
               IF WS-EXP-SUB > 0
                   MOVE CRX-EXPOSURE TO WS-EXE-EXPOSURE (WS-EXP-SUB)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *  A simulation never restarts - any checkpoint on file belongs
      *  to a production run and is left alone - and opens only the
      *  duplicate work file and its result file.
      *--------------------------------------------------------------*
       1200-OPEN-SIMULATION-FILES.
           DISPLAY "SIMULATION RUN - NO PRODUCTION OUTPUT WILL BE "
               "WRITTEN."
           OPEN OUTPUT DUP-CHECK
           OPEN OUTPUT SIMULATION-OUT.

       2000-READ-ORDER.
           READ ORDER-IN
               AT END
               PERFORM 3020-WRITE-NONNUMERIC-EXCEPTION
           ELSE
               MOVE ORD-PRICE TO WS-PRICE
               MOVE 0 TO WS-ERROR-FLAG
               MOVE 0 TO WS-FAIL-DISC-INDEX
      *  A missing exchange rate or an item-pricing reject leaves the
      *  error flag set, so the discount loop below never starts and
      *  the order falls straight through to the reject handling in
      *  3150.
               MOVE ORD-CURRENCY TO WS-FX-CURRENCY
               PERFORM 3065-DETERMINE-EXCHANGE-RATE
               IF NOT WS-FX-RATE-OK
                   MOVE 9 TO WS-ERROR-FLAG
                   MOVE ZEROES TO WS-SHORTFALL
                   ADD 1 TO WS-FXREJ-COUNT
                   DISPLAY "Error: No exchange rate for currency "
                       ORD-CURRENCY " on order " ORD-ORDER-ID
               ELSE
                   IF ORD-ITEM-COUNT > 0
                       PERFORM 3070-PRICE-ORDER-ITEMS
                   END-IF
               END-IF
               MOVE WS-PRICE TO WS-RUNNING-BALANCE
               PERFORM 3080-START-INVOICE-LINES
               MOVE "L" TO WS-INN-LINE-TYPE
               MOVE WS-PRICE TO WS-INN-LINE-AMOUNT
               MOVE WS-PRICE TO WS-INN-BALANCE
               PERFORM 3082-ADD-INVOICE-LINE
               MOVE ZEROES TO WS-DISCOUNT
               MOVE ZEROES TO WS-ORDER-PROMO-DISCOUNT
               MOVE ZEROES TO WS-BASE-PROMO-DISC
               MOVE ZEROES TO WS-TAX
               PERFORM VARYING ORD-DISC-IDX FROM 1 BY 1
                   UNTIL ORD-DISC-IDX > ORD-DISCOUNT-COUNT
                      OR WS-ERROR-FLAG NOT = 0
                   PERFORM 3100-APPLY-DISCOUNT-LINE
               END-PERFORM
               PERFORM 3150-FINALIZE-DISCOUNTS
               IF WS-SIMULATION-RUN
                   PERFORM 3990-WRITE-SIMULATED-ORDER
               ELSE
                   PERFORM 3900-WRITE-PRICED-ORDER
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *  Shared by all three paths.  The base currency converts at
      *  one without a lookup; any other currency takes its row for
      *  the business date off the exchange-rate file.  The order's
      *  slot in the per-currency totals is found (or opened) here
      *  whether or not a rate is found, so a rate reject still
      *  shows against its currency.
      *--------------------------------------------------------------*
       3065-DETERMINE-EXCHANGE-RATE.
           SET WS-FX-RATE-OK TO TRUE
           IF WS-FX-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-FX-RATE
           ELSE
               MOVE ZEROES TO WS-FX-RATE
               MOVE WS-FX-CURRENCY TO XRT-CURRENCY
               MOVE WS-RUN-DATE TO XRT-RATE-DATE
               READ EXCHANGE-RATE
                   INVALID KEY
                       SET WS-FX-RATE-MISSING TO TRUE
                   NOT INVALID KEY
                       IF XRT-RATE NOT NUMERIC
                          OR XRT-RATE = ZEROES
                           DISPLAY "Error: Bad rate on exchange-rate "
                               "row for " XRT-CURRENCY " " XRT-RATE-DATE
                           SET WS-FX-RATE-MISSING TO TRUE
                       ELSE
                           MOVE XRT-RATE TO WS-FX-RATE
                       END-IF
               END-READ
           END-IF
           PERFORM 3067-FIND-CURRENCY-SLOT.

      *  Ten currencies is far more than the channels take; should
      *  the table ever fill, the order is rejected as having no
      *  rate rather than priced outside the per-currency totals.
       3067-FIND-CURRENCY-SLOT.
           MOVE ZEROES TO WS-CUR-SUB
           PERFORM VARYING WS-CUR-SCAN-SUB FROM 1 BY 1
               UNTIL WS-CUR-SCAN-SUB > WS-CUR-COUNT
                  OR WS-CUR-SUB > 0
               IF WS-CT-CURRENCY (WS-CUR-SCAN-SUB) = WS-FX-CURRENCY
                   MOVE WS-CUR-SCAN-SUB TO WS-CUR-SUB
               END-IF
           END-PERFORM
           IF WS-CUR-SUB = 0
               IF WS-CUR-COUNT >= 10
                   DISPLAY "Error: Currency table full - currency "
                       WS-FX-CURRENCY " cannot be totalled."
                   SET WS-FX-RATE-MISSING TO TRUE
               ELSE
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-SUB
                   MOVE WS-FX-CURRENCY TO WS-CT-CURRENCY (WS-CUR-SUB)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *  Item-line pricing for the regular path.  The extension must
      *  fit ORD-PRICE's 9(5)V99 like any regular-order price.
      *--------------------------------------------------------------*
       3070-PRICE-ORDER-ITEMS.
           MOVE ZEROES TO WS-ITEM-EXTENSION
           SET WS-ITEMS-OK TO TRUE
           PERFORM VARYING ORD-ITEM-IDX FROM 1 BY 1
               UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT
                  OR NOT WS-ITEMS-OK
               MOVE ORD-IT-SKU (ORD-ITEM-IDX) TO WS-ITEM-SKU
               MOVE ORD-IT-QUANTITY (ORD-ITEM-IDX) TO WS-ITEM-QUANTITY
               PERFORM 3075-EXTEND-ITEM-LINE
           END-PERFORM
           IF WS-ITEMS-OK
               PERFORM 3078-CONVERT-EXTENSION
           END-IF
           IF WS-ITEMS-OK
              AND WS-ITEM-EXTENSION > 99999.99
               SET WS-ITEMS-OVERFLOW TO TRUE
           END-IF
           IF WS-ITEM-SKU-REJECT
               MOVE 8 TO WS-ERROR-FLAG
               MOVE ZEROES TO WS-SHORTFALL
               ADD 1 TO WS-SKUREJ-COUNT
               DISPLAY "Error: Unknown or inactive SKU " WS-ITEM-SKU
                   " on order " ORD-ORDER-ID
           ELSE
               IF WS-ITEMS-OVERFLOW
                   MOVE 2 TO WS-ERROR-FLAG
                   MOVE ZEROES TO WS-SHORTFALL
                   DISPLAY "Error: Item extension overflowed the "
                       "price field on order " ORD-ORDER-ID
               ELSE
                   MOVE WS-ITEM-EXTENSION TO WS-PRICE
                   IF WS-PRICE NOT = ORD-PRICE
                       MOVE ORD-ORDER-ID TO WS-PV-ORDER-ID
                       MOVE ORD-CUST-NO TO WS-PV-CUST-NO
                       MOVE ORD-PRICE TO WS-SUBMITTED-PRICE
                       PERFORM 3090-WRITE-PRICE-VARIANCE
                   END-IF
               END-IF
           END-IF.

      *  Shared by the regular and bulk paths - one item line looked
      *  up and added into the running extension.
       3075-EXTEND-ITEM-LINE.
           MOVE WS-ITEM-SKU TO PRC-SKU
           READ PRICE-MASTER
               INVALID KEY
                   SET WS-ITEM-SKU-REJECT TO TRUE
               NOT INVALID KEY
                   PERFORM 3077-SELECT-EFFECTIVE-PRICE
           END-READ
           IF WS-ITEMS-OK
               COMPUTE WS-ITEM-EXTENSION = WS-ITEM-EXTENSION
                   + (WS-ITEM-QUANTITY * WS-UNIT-PRICE)
                   ON SIZE ERROR
                       SET WS-ITEMS-OVERFLOW TO TRUE
               END-COMPUTE
           END-IF.

      *  The current price once its effective date is reached, the
      *  prior price before that - same rule as the tax-rate master.
      *  A master row with non-numeric prices or dates is treated as
      *  no row at all and flagged for the pricing desk.
       3077-SELECT-EFFECTIVE-PRICE.
           MOVE ZEROES TO WS-UNIT-PRICE
           IF PRC-UNIT-PRICE NOT NUMERIC
              OR PRC-EFF-DATE NOT NUMERIC
              OR PRC-PRIOR-UNIT-PRICE NOT NUMERIC
              OR PRC-PRIOR-EFF-DATE NOT NUMERIC
               DISPLAY "Error: Bad price values on price master row "
                   "for SKU " PRC-SKU
               SET WS-ITEM-SKU-REJECT TO TRUE
           ELSE
               IF NOT PRC-ACTIVE
                   SET WS-ITEM-SKU-REJECT TO TRUE
               ELSE
                   IF WS-RUN-DATE >= PRC-EFF-DATE
                       MOVE PRC-UNIT-PRICE TO WS-UNIT-PRICE
                   ELSE
                       IF PRC-PRIOR-EFF-DATE NOT = ZEROES
                          AND WS-RUN-DATE >= PRC-PRIOR-EFF-DATE
                           MOVE PRC-PRIOR-UNIT-PRICE TO WS-UNIT-PRICE
                       ELSE
                           SET WS-ITEM-SKU-REJECT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  Master prices are base-currency prices - an order taken in
      *  another currency is priced at the extension converted at
      *  the business-date rate, so the submitted price it is
      *  compared with is like for like.
       3078-CONVERT-EXTENSION.
           IF WS-FX-RATE NOT = 1
               COMPUTE WS-ITEM-EXTENSION ROUNDED =
                   WS-ITEM-EXTENSION / WS-FX-RATE
                   ON SIZE ERROR
                       SET WS-ITEMS-OVERFLOW TO TRUE
               END-COMPUTE
           END-IF.

      *--------------------------------------------------------------*
      *  Invoice line staging, shared by all three paths.  Each line
      *  is built in WS-INV-NEW-LINE and added to the order's table;
      *  the table goes out only once the order has priced clean.
      *--------------------------------------------------------------*
       3080-START-INVOICE-LINES.
           MOVE ZEROES TO WS-INV-LINE-COUNT
           INITIALIZE WS-INV-NEW-LINE
           MOVE "N" TO WS-INN-CLIP-IND.

       3082-ADD-INVOICE-LINE.
           ADD 1 TO WS-INV-LINE-COUNT
           MOVE WS-INV-NEW-LINE
               TO WS-INV-LINE-ENTRY (WS-INV-LINE-COUNT)
           INITIALIZE WS-INV-NEW-LINE
           MOVE "N" TO WS-INN-CLIP-IND.

      *  Heading written on the first variance of the run, the same
      *  way the contract mismatch report is headed.
       3090-WRITE-PRICE-VARIANCE.
           IF WS-SIMULATION-RUN
               CONTINUE
           ELSE
               PERFORM 3095-WRITE-VARIANCE-LINE
           END-IF.

       3095-WRITE-VARIANCE-LINE.
           IF NOT WS-PRCV-HEADED
               WRITE PRICE-VARIANCE-LINE
                   FROM WS-PRCV-COLUMN-HEADING
               MOVE "Y" TO WS-PRCV-HEADED-SWITCH
           END-IF
           ADD 1 TO WS-PRCVAR-COUNT
           COMPUTE WS-PRICE-VARIANCE =
               WS-ITEM-EXTENSION - WS-SUBMITTED-PRICE
           MOVE WS-SUBMITTED-PRICE TO WS-PV-SUBMITTED
           MOVE WS-ITEM-EXTENSION TO WS-PV-MASTER-EXT
           MOVE WS-PRICE-VARIANCE TO WS-PV-VARIANCE
           WRITE PRICE-VARIANCE-LINE FROM WS-PRCV-DETAIL-LINE.

       3010-VALIDATE-NUMERIC-INPUT.
           MOVE "Y" TO WS-VALID-INPUT-SWITCH
           IF ORD-PRICE NOT NUMERIC
               SET WS-INVALID-PRICE TO TRUE
           ELSE
               PERFORM 3015-VALIDATE-ITEM-LINES
           END-IF
           IF WS-VALID-INPUT
      *  ORD-DISCOUNT-COUNT drives the OCCURS 1 TO 5 TIMES DEPENDING ON
      *  loop bound below - validate it is both numeric and in the
      *  table's declared range before it is ever used as a subscript
               END-IF
           END-IF.

      *  The item count bounds the item-line loop and the quantities
      *  feed the extension - garbage in either is a bad price.
       3015-VALIDATE-ITEM-LINES.
           IF ORD-ITEM-COUNT NOT NUMERIC
               SET WS-INVALID-PRICE TO TRUE
           ELSE
               IF ORD-ITEM-COUNT > 5
                   SET WS-INVALID-PRICE TO TRUE
               ELSE
                   PERFORM VARYING ORD-ITEM-IDX FROM 1 BY 1
                       UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT
                          OR NOT WS-VALID-INPUT
                       IF ORD-IT-QUANTITY (ORD-ITEM-IDX) NOT NUMERIC
                           SET WS-INVALID-PRICE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       3020-WRITE-NONNUMERIC-EXCEPTION.
           DISPLAY "Error: Non-numeric price/discount on order "
               ORD-ORDER-ID
               ELSE
                   SUBTRACT WS-LINE-DISCOUNT FROM WS-RUNNING-BALANCE
                   ADD WS-LINE-DISCOUNT TO WS-DISCOUNT
                   PERFORM 3105-ADD-DISCOUNT-INVOICE-LINE
               END-IF
           END-IF.

       3105-ADD-DISCOUNT-INVOICE-LINE.
           IF ORD-DL-PCT(ORD-DISC-IDX)
               MOVE "P" TO WS-INN-LINE-TYPE
               MOVE ORD-DL-PERCENT(ORD-DISC-IDX) TO WS-INN-PERCENT
           ELSE
               MOVE "F" TO WS-INN-LINE-TYPE
           END-IF
           MOVE WS-LINE-DISCOUNT TO WS-INN-LINE-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WS-INN-BALANCE
           PERFORM 3082-ADD-INVOICE-LINE.

      *--------------------------------------------------------------*
      *  Promo-code discount lines - the line carries only a code and
      *  the value is resolved from the discount master, so an
                   COMPUTE WS-PROMO-DISCOUNT ROUNDED =
                       WS-RUNNING-BALANCE * (DSM-DISC-PERCENT / 100)
               ELSE
                   PERFORM 3125-CONVERT-PROMO-AMOUNT
               END-IF
               PERFORM 3127-CONVERT-PROMO-CAP
               IF DSM-ORDER-CAP > ZEROES
                  AND WS-PROMO-DISCOUNT > WS-PROMO-CAP
                   MOVE WS-PROMO-CAP TO WS-PROMO-DISCOUNT
                   MOVE "Y" TO WS-CAP-CLIP-SWITCH
               END-IF
               IF WS-PROMO-DISCOUNT > WS-RUNNING-BALANCE
                   MOVE WS-PROMO-DISCOUNT TO WS-LINE-DISCOUNT
                   SUBTRACT WS-LINE-DISCOUNT FROM WS-RUNNING-BALANCE
                   ADD WS-LINE-DISCOUNT TO WS-DISCOUNT
                   ADD WS-LINE-DISCOUNT TO WS-ORDER-PROMO-DISCOUNT
      *  The base share is converted line by line, the same way the
      *  GL converts each redemption row, so the two always agree.
      *  A line of at most 99999.99 at a rate below 1000 fits the
      *  base field - no SIZE ERROR guard is needed.
                   COMPUTE WS-BASE-LINE-PROMO ROUNDED =
                       WS-LINE-DISCOUNT * WS-FX-RATE
                   ADD WS-BASE-LINE-PROMO TO WS-BASE-PROMO-DISC
                   PERFORM 3130-WRITE-REDEMPTION
                   PERFORM 3122-ADD-PROMO-INVOICE-LINE
               END-IF
           END-IF.

       3122-ADD-PROMO-INVOICE-LINE.
           MOVE "C" TO WS-INN-LINE-TYPE
           MOVE DSM-PROMO-CODE TO WS-INN-PROMO-CODE
           IF DSM-DISC-PCT
               MOVE DSM-DISC-PERCENT TO WS-INN-PERCENT
           END-IF
           MOVE WS-LINE-DISCOUNT TO WS-INN-LINE-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WS-INN-BALANCE
           IF WS-CAP-CLIPPED
               MOVE "C" TO WS-INN-CLIP-IND
           END-IF
           PERFORM 3082-ADD-INVOICE-LINE.

      *  The master's flat amount and order cap are base-currency
      *  values.  A conversion too wide for the field is clamped at
      *  the field maximum - far beyond any balance, so the line
      *  rejects as exceeding the price rather than wrapping.
       3125-CONVERT-PROMO-AMOUNT.
           IF WS-FX-RATE = 1
               MOVE DSM-DISC-AMOUNT TO WS-PROMO-DISCOUNT
           ELSE
               COMPUTE WS-PROMO-DISCOUNT ROUNDED =
                   DSM-DISC-AMOUNT / WS-FX-RATE
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-PROMO-DISCOUNT
               END-COMPUTE
           END-IF.

       3127-CONVERT-PROMO-CAP.
           IF WS-FX-RATE = 1
               MOVE DSM-ORDER-CAP TO WS-PROMO-CAP
           ELSE
               COMPUTE WS-PROMO-CAP ROUNDED =
                   DSM-ORDER-CAP / WS-FX-RATE
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-PROMO-CAP
               END-COMPUTE
           END-IF.

      *  One redemption row per promo line that actually gave the
      *  order money - the effectiveness report rolls these up per
      *  code, so marketing can see redemptions and dollars without
           ELSE
               SET RDM-NOT-CLIPPED TO TRUE
           END-IF
           IF NOT WS-SIMULATION-RUN
               WRITE PROMO-REDEMPTION-RECORD
               ADD 1 TO WS-CTL-PROMO-COUNT
               ADD RDM-DISCOUNT TO WS-CTL-PROMO-HASH
           END-IF.

      *--------------------------------------------------------------*
      *  Channel cap policy - the summed discount may clear the
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *  Sales tax on the order - figured on the post-discount
      *  balance once the discount has cleared every rule, so tax is
      *  never charged on money the customer was not billed.
      *--------------------------------------------------------------*
       3160-COMPUTE-ORDER-TAX.
           MOVE ORD-JURISDICTION TO WS-TAX-JURISDICTION
           MOVE ORD-CUST-NO TO WS-TAX-CUST-NO
           PERFORM 3170-DETERMINE-TAX-RATE
           IF WS-TAX-JURIS-UNKNOWN
               MOVE 6 TO WS-ERROR-FLAG
               MOVE 0 TO WS-FAIL-DISC-INDEX
               MOVE ZEROES TO WS-SHORTFALL
               ADD 1 TO WS-TAXREJ-COUNT
               DISPLAY "Error: Unknown tax jurisdiction "
                   ORD-JURISDICTION " on order " ORD-ORDER-ID
           ELSE
               IF WS-TAX-RATE-NOT-EFF
                   MOVE 7 TO WS-ERROR-FLAG
                   MOVE 0 TO WS-FAIL-DISC-INDEX
                   MOVE ZEROES TO WS-SHORTFALL
                   ADD 1 TO WS-TAXREJ-COUNT
                   DISPLAY "Error: No tax rate in effect for "
                       ORD-JURISDICTION " on order " ORD-ORDER-ID
               ELSE
                   IF WS-TAX-EXEMPT
                       MOVE ZEROES TO WS-TAX
                   ELSE
                       COMPUTE WS-TAX ROUNDED =
                           WS-RUNNING-BALANCE * (WS-TAX-RATE / 100)
                   END-IF
               END-IF
           END-IF.

      *  Shared by all three paths.  The jurisdiction row gives the
      *  rate in effect on the business date - the current rate once
      *  its effective date is reached, the prior rate before that -
      *  and then the customer's own row, if any, is checked for an
      *  exemption in force.  A rate row with non-numeric values is
      *  treated as no row at all and flagged for the tax desk.
       3170-DETERMINE-TAX-RATE.
           SET WS-TAX-RATE-OK TO TRUE
           MOVE "N" TO WS-TAX-EXEMPT-SWITCH
           MOVE ZEROES TO WS-TAX-RATE
           MOVE WS-TAX-JURISDICTION TO TAX-JURISDICTION
           MOVE SPACES TO TAX-CUST-NO
           READ TAX-MASTER
               INVALID KEY
                   SET WS-TAX-JURIS-UNKNOWN TO TRUE
               NOT INVALID KEY
                   PERFORM 3172-SELECT-EFFECTIVE-RATE
           END-READ
           IF WS-TAX-RATE-OK
               PERFORM 3174-CHECK-CUSTOMER-EXEMPTION
           END-IF.

       3172-SELECT-EFFECTIVE-RATE.
           IF TAX-CURR-RATE NOT NUMERIC
              OR TAX-CURR-EFF-DATE NOT NUMERIC
              OR TAX-PRIOR-RATE NOT NUMERIC
              OR TAX-PRIOR-EFF-DATE NOT NUMERIC
               DISPLAY "Error: Bad rate values on tax master row "
                   "for jurisdiction " TAX-JURISDICTION
               SET WS-TAX-JURIS-UNKNOWN TO TRUE
           ELSE
               IF WS-RUN-DATE >= TAX-CURR-EFF-DATE
                   MOVE TAX-CURR-RATE TO WS-TAX-RATE
               ELSE
                   IF TAX-PRIOR-EFF-DATE NOT = ZEROES
                      AND WS-RUN-DATE >= TAX-PRIOR-EFF-DATE
                       MOVE TAX-PRIOR-RATE TO WS-TAX-RATE
                   ELSE
                       SET WS-TAX-RATE-NOT-EFF TO TRUE
                   END-IF
               END-IF
           END-IF.

       3174-CHECK-CUSTOMER-EXEMPTION.
           MOVE WS-TAX-JURISDICTION TO TAX-JURISDICTION
           MOVE WS-TAX-CUST-NO TO TAX-CUST-NO
           READ TAX-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TAX-CUST-EXEMPT
                      AND WS-RUN-DATE >= TAX-EXEMPT-EFF-DATE
                      AND WS-RUN-DATE <= TAX-EXEMPT-EXP-DATE
                       MOVE "Y" TO WS-TAX-EXEMPT-SWITCH
                   END-IF
           END-READ.

       3180-WRITE-ORDER-TAX-DETAIL.
           MOVE SPACES TO TAX-DETAIL-RECORD
           MOVE WS-RUN-DATE      TO TXD-RUN-DATE
           MOVE ORD-ORDER-ID     TO TXD-ORDER-ID
           MOVE ORD-CUST-NO      TO TXD-CUST-NO
           MOVE ORD-CHANNEL      TO TXD-CHANNEL
           MOVE ORD-JURISDICTION TO TXD-JURISDICTION
           SET TXD-SALE TO TRUE
           IF WS-TAX-EXEMPT
               SET TXD-EXEMPT TO TRUE
           ELSE
               SET TXD-TAXABLE TO TRUE
           END-IF
           MOVE WS-TAX-RATE      TO TXD-TAX-RATE
           MOVE WS-AMOUNT        TO TXD-TAXABLE-AMOUNT
           MOVE WS-TAX           TO TXD-TAX-AMOUNT
           MOVE ORD-CURRENCY     TO TXD-CURRENCY
           MOVE WS-BASE-AMOUNT   TO TXD-BASE-TAXABLE-AMOUNT
           MOVE WS-BASE-TAX      TO TXD-BASE-TAX-AMOUNT
           PERFORM 3980-WRITE-TAX-DETAIL-REC.

       3150-FINALIZE-DISCOUNTS.
           IF WS-ERROR-FLAG = 0
               PERFORM 3140-CHECK-CHANNEL-CAP
           END-IF
           IF WS-ERROR-FLAG = 0
               PERFORM 3160-COMPUTE-ORDER-TAX
           END-IF
      *  The credit check weighs the order's base-currency net, so the
      *  base equivalent is figured ahead of it.
           IF WS-ERROR-FLAG = 0
               MOVE WS-RUNNING-BALANCE TO WS-AMOUNT
               PERFORM 3185-COMPUTE-ORDER-BASE
               IF WS-PRODUCTION-RUN
                   MOVE ORD-CUST-NO  TO WS-CRC-CUST-NO
                   MOVE ORD-ORDER-ID TO WS-CRC-ORDER-ID
                   MOVE "R"          TO WS-CRC-ORDER-TYPE
                   PERFORM 3700-CHECK-CREDIT-LIMIT
                   IF WS-CREDIT-LIMIT-HIT
                       MOVE 10 TO WS-ERROR-FLAG
                       MOVE 0 TO WS-FAIL-DISC-INDEX
                       MOVE ZEROES TO WS-SHORTFALL
                   END-IF
               END-IF
           END-IF
           IF WS-ERROR-FLAG NOT = 0
               MOVE ZEROES TO WS-AMOUNT
               MOVE ZEROES TO WS-TAX
               PERFORM 3190-ACCUMULATE-ORDER-TOTALS
               PERFORM 3200-WRITE-EXCEPTION
               PERFORM 3300-WRITE-AUDIT-RECORD
               PERFORM 3400-WRITE-EXCEPTION-DATA
      *  Overflow rejects are a data-quality issue (a discount percent
      *  too large for the amount field to hold), not a pricing-hold
      *  candidate - only the discount-exceeds-price rule and the
      *  credit limit auto-hold, same as the bulk order path.
               IF WS-ERROR-FLAG = 1 OR WS-ERROR-FLAG = 10
                   PERFORM 3450-WRITE-ORDER-HOLD
               END-IF
           ELSE
               PERFORM 3190-ACCUMULATE-ORDER-TOTALS
               PERFORM 3180-WRITE-ORDER-TAX-DETAIL
               PERFORM 3890-WRITE-ORDER-INVOICE-LINES
           END-IF.

      *--------------------------------------------------------------*
      *  Base-currency equivalent of a clean regular order.  The
      *  discount converts as its promo share (already converted
      *  line by line) plus the rest, so the GL's split of discount
      *  expense ties to the penny.  At a rate below 1000 every
      *  regular-order field fits the base fields - no SIZE ERROR
      *  guard is needed.  Penny rounding on a fully discounted
      *  order can leave the converted discount a cent over the
      *  converted price; the price is taken up to the discount so
      *  the base net never goes negative.
      *--------------------------------------------------------------*
       3185-COMPUTE-ORDER-BASE.
           COMPUTE WS-BASE-PRICE ROUNDED = WS-PRICE * WS-FX-RATE
           COMPUTE WS-BASE-OTHER-DISC ROUNDED =
               (WS-DISCOUNT - WS-ORDER-PROMO-DISCOUNT) * WS-FX-RATE
           COMPUTE WS-BASE-DISCOUNT =
               WS-BASE-PROMO-DISC + WS-BASE-OTHER-DISC
           IF WS-BASE-DISCOUNT > WS-BASE-PRICE
               MOVE WS-BASE-DISCOUNT TO WS-BASE-PRICE
           END-IF
           SUBTRACT WS-BASE-DISCOUNT FROM WS-BASE-PRICE
               GIVING WS-BASE-AMOUNT
           COMPUTE WS-BASE-TAX ROUNDED = WS-TAX * WS-FX-RATE.

      *  The base-currency run totals and the order's own currency
      *  totals move together, so each set proves the same price -
      *  discount - rejected = amount identity.  A reject carries
      *  only its converted price.
       3190-ACCUMULATE-ORDER-TOTALS.
           IF WS-ERROR-FLAG NOT = 0
               COMPUTE WS-BASE-PRICE ROUNDED = WS-PRICE * WS-FX-RATE
               MOVE ZEROES TO WS-BASE-DISCOUNT WS-BASE-AMOUNT
                   WS-BASE-TAX WS-BASE-PROMO-DISC
               ADD WS-BASE-PRICE TO WS-TOT-PRICE
               ADD WS-BASE-PRICE TO WS-TOT-REJECTED
           ELSE
               ADD WS-BASE-PRICE TO WS-TOT-PRICE
               ADD WS-BASE-DISCOUNT TO WS-TOT-DISCOUNT
               ADD WS-BASE-AMOUNT TO WS-TOT-AMOUNT
               ADD WS-BASE-TAX TO WS-TOT-TAX
           END-IF
           IF WS-CUR-SUB > 0
               ADD WS-PRICE TO WS-CT-PRICE (WS-CUR-SUB)
               IF WS-ERROR-FLAG NOT = 0
                   ADD WS-PRICE TO WS-CT-REJECTED (WS-CUR-SUB)
               ELSE
                   ADD 1 TO WS-CT-ORDER-COUNT (WS-CUR-SUB)
                   ADD WS-DISCOUNT TO WS-CT-DISCOUNT (WS-CUR-SUB)
                   ADD WS-AMOUNT TO WS-CT-AMOUNT (WS-CUR-SUB)
                   ADD WS-TAX TO WS-CT-TAX (WS-CUR-SUB)
                   ADD WS-BASE-AMOUNT TO WS-CT-BASE-AMOUNT (WS-CUR-SUB)
                   ADD WS-BASE-TAX TO WS-CT-BASE-TAX (WS-CUR-SUB)
               END-IF
           END-IF.

       3200-WRITE-EXCEPTION.
           IF WS-SIMULATION-RUN
               CONTINUE
           ELSE
               PERFORM 3205-WRITE-EXCEPTION-LINE
           END-IF.

       3205-WRITE-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3210-WRITE-PAGE-HEADERS
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-RECORDS-SINCE-CKPT
           IF WS-RECORDS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
              AND WS-PRODUCTION-RUN
               PERFORM 3600-WRITE-CHECKPOINT
               MOVE ZEROES TO WS-RECORDS-SINCE-CKPT
           END-IF.
           MOVE WS-CONTRACT-COUNT            TO CKP-CONTRACT-COUNT
           MOVE WS-CTR-MISMATCH-COUNT        TO CKP-CTRMIS-COUNT
           MOVE WS-CHANCAP-COUNT             TO CKP-CHANCAP-COUNT
           MOVE WS-TOT-TAX                   TO CKP-TOT-TAX
           MOVE WS-TAXREJ-COUNT              TO CKP-TAXREJ-COUNT
           MOVE WS-SKUREJ-COUNT              TO CKP-SKUREJ-COUNT
           MOVE WS-PRCVAR-COUNT              TO CKP-PRCVAR-COUNT
           MOVE WS-FXREJ-COUNT               TO CKP-FXREJ-COUNT
           MOVE WS-CRDHOLD-COUNT             TO CKP-CRDHOLD-COUNT
           MOVE WS-CUR-COUNT                 TO CKP-CURRENCY-COUNT
           PERFORM VARYING WS-CUR-SCAN-SUB FROM 1 BY 1
               UNTIL WS-CUR-SCAN-SUB > 10
               MOVE WS-CUR-ENTRY (WS-CUR-SCAN-SUB)
                   TO CKP-CURRENCY-TOTALS (WS-CUR-SCAN-SUB)
           END-PERFORM
           WRITE CHECKPOINT-RECORD.

       3400-WRITE-EXCEPTION-DATA.
                       IF WS-ERROR-FLAG = 5
                           SET EXC-REASON-CHANNEL-CAP TO TRUE
                       ELSE
                           IF WS-ERROR-FLAG = 6
                               SET EXC-REASON-TAX-JURIS-UNKNOWN TO TRUE
                           ELSE
                               IF WS-ERROR-FLAG = 7
                                   SET EXC-REASON-TAX-RATE-NOT-EFF
                                       TO TRUE
                               ELSE
                                   IF WS-ERROR-FLAG = 8
                                       SET EXC-REASON-SKU-UNKNOWN
                                           TO TRUE
                                   ELSE
                                       IF WS-ERROR-FLAG = 9
                                           SET EXC-REASON-NO-EXCH-RATE
                                               TO TRUE
                                       ELSE
                                         IF WS-ERROR-FLAG = 10
                                           SET EXC-REASON-CREDIT-LIMIT
                                               TO TRUE
                                         ELSE
                                           SET EXC-REASON-DISC-EXCEEDS
                                               TO TRUE
                                         END-IF
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE ORD-ORDER-ID   TO HLD-ORDER-ID
           MOVE ORD-CUST-NO    TO HLD-CUST-NO
           MOVE ORD-CHANNEL    TO HLD-CHANNEL
           IF WS-ERROR-FLAG = 10
               SET HLD-CREDIT-LIMIT-HOLD TO TRUE
           ELSE
               SET HLD-PRICING-HOLD TO TRUE
           END-IF
           MOVE WS-PRICE       TO HLD-PRICE
           MOVE WS-DISCOUNT    TO HLD-DISCOUNT
           PERFORM 3970-WRITE-HOLD-REQUEST-REC.

      *--------------------------------------------------------------*
      *  Credit limit check on a sale that has priced clean, shared
      *  by the regular and bulk paths.  The caller sets the order's
      *  customer, id and type; its base-currency net is in
      *  WS-BASE-AMOUNT.  A sale that would take exposure over the
      *  limit is held and leaves exposure where it was.  With the
      *  exposure table full a new customer's headroom cannot be
      *  proved, so the sale is held rather than billed unchecked.
      *--------------------------------------------------------------*
       3700-CHECK-CREDIT-LIMIT.
           MOVE "N" TO WS-CREDIT-HOLD-SWITCH
           PERFORM 3710-FIND-EXPOSURE-ENTRY
           PERFORM 3720-START-EXPOSURE-ROW
           IF WS-EXP-SUB = 0
               MOVE "Y" TO WS-CREDIT-HOLD-SWITCH
               SET CRX-OVER-LIMIT TO TRUE
           ELSE
               IF NOT WS-EXE-HAS-TERMS (WS-EXP-SUB)
                   SET CRX-NOT-CHECKED TO TRUE
               ELSE
                   COMPUTE WS-CRC-NEW-EXPOSURE =
                       WS-EXE-EXPOSURE (WS-EXP-SUB) + WS-BASE-AMOUNT
                   IF WS-CRC-NEW-EXPOSURE >
                      WS-EXE-CREDIT-LIMIT (WS-EXP-SUB)
                       MOVE "Y" TO WS-CREDIT-HOLD-SWITCH
                       SET CRX-OVER-LIMIT TO TRUE
                   ELSE
                       SET CRX-PASSED TO TRUE
                       MOVE WS-CRC-NEW-EXPOSURE
                           TO WS-EXE-EXPOSURE (WS-EXP-SUB)
                   END-IF
                   MOVE WS-EXE-EXPOSURE (WS-EXP-SUB) TO CRX-EXPOSURE
               END-IF
           END-IF
           IF WS-CREDIT-LIMIT-HIT
               ADD 1 TO WS-CRDHOLD-COUNT
               DISPLAY "Error: Order " WS-CRC-ORDER-ID " held - "
                   "customer " WS-CRC-CUST-NO " over credit limit."
           END-IF
           PERFORM 3975-WRITE-CREDIT-EXPOSURE-REC.

       3710-FIND-EXPOSURE-ENTRY.
           MOVE ZEROES TO WS-EXP-SUB
           PERFORM VARYING WS-EXP-SCAN-SUB FROM 1 BY 1
               UNTIL WS-EXP-SCAN-SUB > WS-EXP-COUNT
                  OR WS-EXP-SUB > 0
               IF WS-EXE-CUST-NO (WS-EXP-SCAN-SUB) = WS-CRC-CUST-NO
                   MOVE WS-EXP-SCAN-SUB TO WS-EXP-SUB
               END-IF
           END-PERFORM
           IF WS-EXP-SUB = 0
               IF WS-EXP-COUNT >= 5000
                   DISPLAY "Error: Credit exposure table full - "
                       "customer " WS-CRC-CUST-NO " cannot be checked."
               ELSE
                   ADD 1 TO WS-EXP-COUNT
                   MOVE WS-EXP-COUNT TO WS-EXP-SUB
                   PERFORM 3715-LOAD-EXPOSURE-ENTRY
               END-IF
           END-IF.

      *  First sight of the customer this run - the AR open balance
      *  is the opening exposure.  A credit master row with non-
      *  numeric amounts is taken as a zero limit, so the customer's
      *  sales hold until AR corrects the row.
       3715-LOAD-EXPOSURE-ENTRY.
           MOVE WS-CRC-CUST-NO TO WS-EXE-CUST-NO (WS-EXP-SUB)
           MOVE "N" TO WS-EXE-TERMS-SW (WS-EXP-SUB)
           MOVE ZEROES TO WS-EXE-CREDIT-LIMIT (WS-EXP-SUB)
           MOVE ZEROES TO WS-EXE-EXPOSURE (WS-EXP-SUB)
           MOVE WS-CRC-CUST-NO TO CRL-CUST-NO
           READ CREDIT-LIMIT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXE-TERMS-SW (WS-EXP-SUB)
                   IF CRL-CREDIT-LIMIT NUMERIC
                      AND CRL-OPEN-BALANCE NUMERIC
                       MOVE CRL-CREDIT-LIMIT
                           TO WS-EXE-CREDIT-LIMIT (WS-EXP-SUB)
                       MOVE CRL-OPEN-BALANCE
                           TO WS-EXE-EXPOSURE (WS-EXP-SUB)
                   ELSE
                       DISPLAY "Error: Bad amounts on CRLMAST for "
                           "customer " WS-CRC-CUST-NO " - sales held."
                   END-IF
           END-READ.

       3720-START-EXPOSURE-ROW.
           MOVE SPACES TO CREDIT-EXPOSURE-RECORD
           MOVE WS-RUN-DATE       TO CRX-RUN-DATE
           COMPUTE CRX-RECORD-SEQ = WS-RECORD-COUNT + 1
           MOVE WS-CRC-CUST-NO    TO CRX-CUST-NO
           MOVE WS-CRC-ORDER-ID   TO CRX-ORDER-ID
           MOVE WS-CRC-ORDER-TYPE TO CRX-ORDER-TYPE
           MOVE WS-BASE-AMOUNT    TO CRX-BASE-AMOUNT
           MOVE ZEROES            TO CRX-EXPOSURE.

      *  A clean credit's net comes off its customer's exposure -
      *  there is no limit to check on money going back.
       3730-RELIEVE-CREDIT-EXPOSURE.
           PERFORM 3710-FIND-EXPOSURE-ENTRY
           PERFORM 3720-START-EXPOSURE-ROW
           IF WS-EXP-SUB = 0
               SET CRX-NOT-CHECKED TO TRUE
           ELSE
               IF NOT WS-EXE-HAS-TERMS (WS-EXP-SUB)
                   SET CRX-NOT-CHECKED TO TRUE
               ELSE
                   SUBTRACT WS-BASE-AMOUNT
                       FROM WS-EXE-EXPOSURE (WS-EXP-SUB)
                   SET CRX-PASSED TO TRUE
                   MOVE WS-EXE-EXPOSURE (WS-EXP-SUB) TO CRX-EXPOSURE
               END-IF
           END-IF
           PERFORM 3975-WRITE-CREDIT-EXPOSURE-REC.

       3900-WRITE-PRICED-ORDER.
           MOVE ORD-ORDER-ID  TO PRO-ORDER-ID
           MOVE WS-PRICE      TO PRO-PRICE
           MOVE WS-DISCOUNT   TO PRO-DISCOUNT
           MOVE WS-AMOUNT     TO PRO-AMOUNT
           MOVE WS-ERROR-FLAG TO PRO-ERROR-FLAG
           MOVE ORD-CUST-NO   TO PRO-CUST-NO
           MOVE ORD-CHANNEL   TO PRO-CHANNEL
           MOVE WS-ORDER-PROMO-DISCOUNT TO PRO-PROMO-DISCOUNT
           MOVE WS-TAX        TO PRO-TAX
           MOVE ORD-JURISDICTION TO PRO-JURISDICTION
           MOVE ORD-CURRENCY  TO PRO-CURRENCY
           MOVE WS-FX-RATE    TO PRO-EXCH-RATE
           MOVE WS-BASE-PRICE TO PRO-BASE-PRICE
           MOVE WS-BASE-DISCOUNT TO PRO-BASE-DISCOUNT
           MOVE WS-BASE-AMOUNT TO PRO-BASE-AMOUNT
           MOVE WS-BASE-PROMO-DISC TO PRO-BASE-PROMO-DISC
           MOVE WS-BASE-TAX   TO PRO-BASE-TAX
      *  On a restart the replay window re-prices orders whose rows
      *  are already on the keyed output from before the abend - a
      *  collision here is normal and the fresh row replaces the old
           ADD 1 TO WS-CTL-ORDOUT-COUNT
           ADD PRO-AMOUNT TO WS-CTL-ORDOUT-HASH.

       3890-WRITE-ORDER-INVOICE-LINES.
           MOVE "N" TO WS-INN-LINE-TYPE
           MOVE WS-AMOUNT TO WS-INN-LINE-AMOUNT
           MOVE WS-AMOUNT TO WS-INN-BALANCE
           MOVE WS-TAX    TO WS-INN-TAX
           PERFORM 3082-ADD-INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE-RECORD
           MOVE ORD-ORDER-ID  TO INL-ORDER-ID
           MOVE ORD-CUST-NO   TO INL-CUST-NO
           SET INL-REGULAR-ORDER TO TRUE
           MOVE ORD-CHANNEL   TO INL-CHANNEL
           MOVE ORD-CURRENCY  TO INL-CURRENCY
           PERFORM 3985-WRITE-INVOICE-LINES.

      *--------------------------------------------------------------*
      *  Shared output writes - every row written to an exception,
      *  audit, hold or exposure file passes through here so the
      *  generation control count and hash always agree with the file
      *  content.
      *  A simulation writes none of them.
      *--------------------------------------------------------------*
       3950-WRITE-EXC-DATA-RECORD.
           IF NOT WS-SIMULATION-RUN
               WRITE EXCEPTION-DATA-RECORD
               ADD 1 TO WS-CTL-EXCDATA-COUNT
               ADD EXC-PRICE TO WS-CTL-EXCDATA-HASH
           END-IF.

       3960-WRITE-AUDIT-TRAIL-REC.
           IF NOT WS-SIMULATION-RUN
               WRITE AUDIT-TRAIL-RECORD
               ADD 1 TO WS-CTL-AUDIT-COUNT
               ADD AUD-PRICE TO WS-CTL-AUDIT-HASH
           END-IF.

       3970-WRITE-HOLD-REQUEST-REC.
           IF NOT WS-SIMULATION-RUN
               WRITE HOLD-REQUEST-RECORD
               ADD 1 TO WS-CTL-HOLD-COUNT
               ADD HLD-PRICE TO WS-CTL-HOLD-HASH
           END-IF.

       3975-WRITE-CREDIT-EXPOSURE-REC.
           IF NOT WS-SIMULATION-RUN
               WRITE CREDIT-EXPOSURE-RECORD
               ADD 1 TO WS-CTL-CRDEXP-COUNT
               ADD CRX-BASE-AMOUNT TO WS-CTL-CRDEXP-HASH
           END-IF.

       3980-WRITE-TAX-DETAIL-REC.
           IF NOT WS-SIMULATION-RUN
               WRITE TAX-DETAIL-RECORD
               ADD 1 TO WS-CTL-TAXDTL-COUNT
               ADD TXD-BASE-TAXABLE-AMOUNT TO WS-CTL-TAXDTL-HASH
           END-IF.

      *  The caller sets the order fields of the record; each staged
      *  line goes out numbered in the order it was applied.
       3985-WRITE-INVOICE-LINES.
           IF NOT WS-SIMULATION-RUN
               MOVE WS-RUN-DATE TO INL-RUN-DATE
               PERFORM VARYING WS-INV-LINE-SUB FROM 1 BY 1
                   UNTIL WS-INV-LINE-SUB > WS-INV-LINE-COUNT
                   MOVE WS-INV-LINE-SUB TO INL-LINE-SEQ
                   MOVE WS-IVL-LINE-TYPE (WS-INV-LINE-SUB)
                       TO INL-LINE-TYPE
                   MOVE WS-IVL-PROMO-CODE (WS-INV-LINE-SUB)
                       TO INL-PROMO-CODE
                   MOVE WS-IVL-PERCENT (WS-INV-LINE-SUB)
                       TO INL-PERCENT
                   MOVE WS-IVL-LINE-AMOUNT (WS-INV-LINE-SUB)
                       TO INL-LINE-AMOUNT
                   MOVE WS-IVL-BALANCE (WS-INV-LINE-SUB)
                       TO INL-BALANCE
                   MOVE WS-IVL-CLIP-IND (WS-INV-LINE-SUB)
                       TO INL-CLIP-IND
                   MOVE WS-IVL-TAX (WS-INV-LINE-SUB) TO INL-TAX
                   WRITE INVOICE-LINE-RECORD
                   ADD 1 TO WS-CTL-INVLIN-COUNT
                   ADD INL-LINE-AMOUNT TO WS-CTL-INVLIN-HASH
               END-PERFORM
           END-IF.

      *--------------------------------------------------------------*
      *  Simulation results - the outcome each path would have
      *  written to its priced output.
      *--------------------------------------------------------------*
       3990-WRITE-SIMULATED-ORDER.
           MOVE SPACES TO SIMULATION-RESULT-RECORD
           MOVE WS-RUN-DATE      TO SIM-RUN-DATE
           SET SIM-REGULAR-ORDER TO TRUE
           MOVE ORD-ORDER-ID     TO SIM-ORDER-ID
           MOVE ORD-CUST-NO      TO SIM-CUST-NO
           MOVE ORD-CHANNEL      TO SIM-CHANNEL
           MOVE ORD-CURRENCY     TO SIM-CURRENCY
           MOVE WS-PRICE         TO SIM-PRICE
           MOVE WS-DISCOUNT      TO SIM-DISCOUNT
           MOVE WS-AMOUNT        TO SIM-AMOUNT
           MOVE WS-BASE-DISCOUNT TO SIM-BASE-DISCOUNT
           MOVE WS-BASE-AMOUNT   TO SIM-BASE-AMOUNT
           MOVE WS-ERROR-FLAG    TO SIM-ERROR-FLAG
           PERFORM 3995-WRITE-SIMULATION-REC.

       3995-WRITE-SIMULATION-REC.
           WRITE SIMULATION-RESULT-RECORD
           ADD 1 TO WS-SIM-WRITE-COUNT.

      *--------------------------------------------------------------*
      *  Bulk/wholesale order path - PIC 9(7)V99 amount, its own
           ELSE
               MOVE BLK-PRICE TO WS-BULK-PRICE
               MOVE 0 TO WS-BULK-ERROR-FLAG
               MOVE ZEROES TO WS-BULK-TAX
               MOVE BLK-CURRENCY TO WS-FX-CURRENCY
               PERFORM 3065-DETERMINE-EXCHANGE-RATE
               IF NOT WS-FX-RATE-OK
                   MOVE 9 TO WS-BULK-ERROR-FLAG
                   ADD 1 TO WS-FXREJ-COUNT
                   DISPLAY "Error: No exchange rate for currency "
                       BLK-CURRENCY " on bulk order " BLK-ORDER-ID
               ELSE
                   IF BLK-ITEM-COUNT > 0
                       PERFORM 4070-PRICE-BULK-ITEMS
                   END-IF
               END-IF
      *  A rate or item-pricing reject never reaches the discount -
      *  the order rejects at the price it was submitted at.
               IF WS-BULK-ERROR-FLAG NOT = 0
                   MOVE "L" TO WS-BULK-DISC-SOURCE
                   MOVE ZEROES TO WS-BULK-DISCOUNT
                   MOVE ZEROES TO WS-BULK-AMOUNT
                   PERFORM 4190-ACCUMULATE-BULK-TOTALS
                   PERFORM 4300-WRITE-BULK-EXCEPTION-DATA
                   PERFORM 4250-WRITE-BULK-AUDIT-RECORD
               ELSE
                   PERFORM 4050-DETERMINE-BULK-DISCOUNT
                   IF WS-PCT-OVERFLOWED
                       MOVE 2 TO WS-BULK-ERROR-FLAG
                       DISPLAY "Error: Bulk discount percent "
                           "overflowed the amount field."
                       MOVE ZEROES TO WS-BULK-AMOUNT
                       PERFORM 4190-ACCUMULATE-BULK-TOTALS
                       PERFORM 4300-WRITE-BULK-EXCEPTION-DATA
                       PERFORM 4250-WRITE-BULK-AUDIT-RECORD
                   ELSE
                       PERFORM 4100-CHECK-BULK-DISCOUNT
                   END-IF
               END-IF
               IF WS-SIMULATION-RUN
                   PERFORM 4990-WRITE-SIMULATED-BULK
               ELSE
                   PERFORM 4900-WRITE-PRICED-BULK-ORDER
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *  Item-line pricing for the bulk path - the same lookup as the
      *  regular path, against the wider 9(7)V99 bulk price.  The
      *  contract tier is then chosen off the master extension.
      *--------------------------------------------------------------*
       4070-PRICE-BULK-ITEMS.
           MOVE ZEROES TO WS-ITEM-EXTENSION
           SET WS-ITEMS-OK TO TRUE
           PERFORM VARYING BLK-ITEM-IDX FROM 1 BY 1
               UNTIL BLK-ITEM-IDX > BLK-ITEM-COUNT
                  OR NOT WS-ITEMS-OK
               MOVE BLK-IT-SKU (BLK-ITEM-IDX) TO WS-ITEM-SKU
               MOVE BLK-IT-QUANTITY (BLK-ITEM-IDX) TO WS-ITEM-QUANTITY
               PERFORM 3075-EXTEND-ITEM-LINE
           END-PERFORM
           IF WS-ITEMS-OK
               PERFORM 3078-CONVERT-EXTENSION
           END-IF
           IF WS-ITEMS-OK
              AND WS-ITEM-EXTENSION > 9999999.99
               SET WS-ITEMS-OVERFLOW TO TRUE
           END-IF
           IF WS-ITEM-SKU-REJECT
               MOVE 8 TO WS-BULK-ERROR-FLAG
               ADD 1 TO WS-SKUREJ-COUNT
               DISPLAY "Error: Unknown or inactive SKU " WS-ITEM-SKU
                   " on bulk order " BLK-ORDER-ID
           ELSE
               IF WS-ITEMS-OVERFLOW
                   MOVE 2 TO WS-BULK-ERROR-FLAG
                   DISPLAY "Error: Item extension overflowed the "
                       "price field on bulk order " BLK-ORDER-ID
               ELSE
                   MOVE WS-ITEM-EXTENSION TO WS-BULK-PRICE
                   IF WS-BULK-PRICE NOT = BLK-PRICE
                       MOVE BLK-ORDER-ID TO WS-PV-ORDER-ID
                       MOVE BLK-CUST-NO TO WS-PV-CUST-NO
                       MOVE BLK-PRICE TO WS-SUBMITTED-PRICE
                       PERFORM 3090-WRITE-PRICE-VARIANCE
                   END-IF
               END-IF
           END-IF.

       4010-VALIDATE-BULK-NUMERIC-INPUT.
           IF BLK-PRICE NOT NUMERIC
               SET WS-INVALID-PRICE TO TRUE
           ELSE
               PERFORM 4015-VALIDATE-BULK-ITEM-LINES
           END-IF
           IF WS-VALID-INPUT
               IF BLK-DISCOUNT-PCT
                   IF BLK-DISCOUNT-PERCENT NOT NUMERIC
                       SET WS-INVALID-DISCOUNT TO TRUE
               END-IF
           END-IF.

       4015-VALIDATE-BULK-ITEM-LINES.
           IF BLK-ITEM-COUNT NOT NUMERIC
               SET WS-INVALID-PRICE TO TRUE
           ELSE
               IF BLK-ITEM-COUNT > 5
                   SET WS-INVALID-PRICE TO TRUE
               ELSE
                   PERFORM VARYING BLK-ITEM-IDX FROM 1 BY 1
                       UNTIL BLK-ITEM-IDX > BLK-ITEM-COUNT
                          OR NOT WS-VALID-INPUT
                       IF BLK-IT-QUANTITY (BLK-ITEM-IDX) NOT NUMERIC
                           SET WS-INVALID-PRICE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       4020-WRITE-BULK-NONNUMERIC-EXCEPTION.
           DISPLAY "Error: Non-numeric price/discount on bulk order "
               BLK-ORDER-ID

       4050-DETERMINE-BULK-DISCOUNT.
           MOVE "N" TO WS-PCT-OVERFLOW-SWITCH
           MOVE "L" TO WS-BULK-DISC-SOURCE
           PERFORM 4052-READ-CONTRACT-MASTER
           IF WS-CONTRACT-FOUND
               MOVE "T" TO WS-BULK-DISC-SOURCE
               PERFORM 4054-APPLY-CONTRACT-TIER
           ELSE
               IF BLK-DISCOUNT-PCT
       4054-APPLY-CONTRACT-TIER.
           ADD 1 TO WS-CONTRACT-COUNT
           MOVE CTR-TIER-PERCENT (CTR-TIER-COUNT) TO WS-CONTRACT-PCT
      *  Tier limits are base-currency values - the order price is
      *  converted before it is placed in a tier.  A price too large
      *  to convert sits above every limit and keeps the top tier.
           COMPUTE WS-TIER-BASIS ROUNDED = WS-BULK-PRICE * WS-FX-RATE
               ON SIZE ERROR
                   MOVE 999999999.99 TO WS-TIER-BASIS
           END-COMPUTE
           PERFORM VARYING WS-TIER-SUB FROM CTR-TIER-COUNT BY -1
               UNTIL WS-TIER-SUB < 1
               IF WS-TIER-BASIS <= CTR-TIER-LIMIT (WS-TIER-SUB)
                   MOVE CTR-TIER-PERCENT (WS-TIER-SUB)
                       TO WS-CONTRACT-PCT
               END-IF

       4056-WRITE-CONTRACT-MISMATCH.
           ADD 1 TO WS-CTR-MISMATCH-COUNT
           IF WS-SIMULATION-RUN
               CONTINUE
           ELSE
               PERFORM 4057-WRITE-MISMATCH-LINE
           END-IF.

       4057-WRITE-MISMATCH-LINE.
           IF NOT WS-CTRM-HEADED
               WRITE CONTRACT-MISMATCH-LINE
                   FROM WS-CTRM-COLUMN-HEADING
               MOVE 1 TO WS-BULK-ERROR-FLAG
               DISPLAY "Error: Discount exceeds price."
               MOVE ZEROES TO WS-BULK-AMOUNT
               PERFORM 4190-ACCUMULATE-BULK-TOTALS
               PERFORM 4300-WRITE-BULK-EXCEPTION-DATA
               PERFORM 4250-WRITE-BULK-AUDIT-RECORD
               PERFORM 4350-WRITE-BULK-ORDER-HOLD
           ELSE
               PERFORM 4140-CHECK-BULK-CHANNEL-CAP
               IF WS-BULK-ERROR-FLAG = 0
                   SUBTRACT WS-BULK-DISCOUNT FROM WS-BULK-PRICE
                       GIVING WS-BULK-AMOUNT
                   PERFORM 4160-COMPUTE-BULK-TAX
               END-IF
               IF WS-BULK-ERROR-FLAG = 0
                   PERFORM 4185-COMPUTE-BULK-BASE
               END-IF
               IF WS-BULK-ERROR-FLAG = 0
                  AND WS-PRODUCTION-RUN
                   MOVE BLK-CUST-NO  TO WS-CRC-CUST-NO
                   MOVE BLK-ORDER-ID TO WS-CRC-ORDER-ID
                   MOVE "B"          TO WS-CRC-ORDER-TYPE
                   PERFORM 3700-CHECK-CREDIT-LIMIT
                   IF WS-CREDIT-LIMIT-HIT
                       MOVE 10 TO WS-BULK-ERROR-FLAG
                   END-IF
               END-IF
      *  A policy violation, a tax-jurisdiction reject or a base
      *  equivalent too wide to carry is a data-quality reject like
      *  the regular path's - it goes to the exception data and
      *  audit trail but not the pricing-hold file, which stays
      *  reserved for the discount-exceeds-price rule and the credit
      *  limit.
               IF WS-BULK-ERROR-FLAG NOT = 0
                   MOVE ZEROES TO WS-BULK-AMOUNT
                   MOVE ZEROES TO WS-BULK-TAX
                   PERFORM 4190-ACCUMULATE-BULK-TOTALS
                   PERFORM 4300-WRITE-BULK-EXCEPTION-DATA
                   PERFORM 4250-WRITE-BULK-AUDIT-RECORD
                   IF WS-BULK-ERROR-FLAG = 10
                       PERFORM 4350-WRITE-BULK-ORDER-HOLD
                   END-IF
               ELSE
                   PERFORM 4190-ACCUMULATE-BULK-TOTALS
                   PERFORM 4180-WRITE-BULK-TAX-DETAIL
                   PERFORM 4890-WRITE-BULK-INVOICE-LINES
               END-IF
           END-IF.

               END-IF
           END-IF.

       4160-COMPUTE-BULK-TAX.
           MOVE BLK-JURISDICTION TO WS-TAX-JURISDICTION
           MOVE BLK-CUST-NO TO WS-TAX-CUST-NO
           PERFORM 3170-DETERMINE-TAX-RATE
           IF WS-TAX-JURIS-UNKNOWN
               MOVE 6 TO WS-BULK-ERROR-FLAG
               ADD 1 TO WS-TAXREJ-COUNT
               DISPLAY "Error: Unknown tax jurisdiction "
                   BLK-JURISDICTION " on bulk order " BLK-ORDER-ID
           ELSE
               IF WS-TAX-RATE-NOT-EFF
                   MOVE 7 TO WS-BULK-ERROR-FLAG
                   ADD 1 TO WS-TAXREJ-COUNT
                   DISPLAY "Error: No tax rate in effect for "
                       BLK-JURISDICTION " on bulk order "
                       BLK-ORDER-ID
               ELSE
                   IF WS-TAX-EXEMPT
                       MOVE ZEROES TO WS-BULK-TAX
                   ELSE
                       COMPUTE WS-BULK-TAX ROUNDED =
                           WS-BULK-AMOUNT * (WS-TAX-RATE / 100)
                   END-IF
               END-IF
           END-IF.

      *  The wide bulk amounts at a high rate can outgrow the base
      *  fields - that rejects as an overflow rather than carrying a
      *  truncated base equivalent to the GL.
       4185-COMPUTE-BULK-BASE.
           MOVE "N" TO WS-BASE-OVERFLOW-SWITCH
           COMPUTE WS-BASE-PRICE ROUNDED = WS-BULK-PRICE * WS-FX-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-BASE-OVERFLOW-SWITCH
           END-COMPUTE
           COMPUTE WS-BASE-AMOUNT ROUNDED = WS-BULK-AMOUNT * WS-FX-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-BASE-OVERFLOW-SWITCH
           END-COMPUTE
           COMPUTE WS-BASE-TAX ROUNDED = WS-BULK-TAX * WS-FX-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-BASE-OVERFLOW-SWITCH
           END-COMPUTE
           IF WS-BASE-OVERFLOWED
               MOVE 2 TO WS-BULK-ERROR-FLAG
               DISPLAY "Error: Base-currency equivalent overflowed "
                   "on bulk order " BLK-ORDER-ID
           ELSE
               SUBTRACT WS-BASE-AMOUNT FROM WS-BASE-PRICE
                   GIVING WS-BASE-DISCOUNT
           END-IF.

      *  Same pairing of base-currency and order-currency totals as
      *  the regular path.  A rejected price too wide to convert
      *  counts as zero in the base totals, price and rejected alike.
       4190-ACCUMULATE-BULK-TOTALS.
           IF WS-BULK-ERROR-FLAG NOT = 0
               COMPUTE WS-BASE-PRICE ROUNDED =
                   WS-BULK-PRICE * WS-FX-RATE
                   ON SIZE ERROR
                       MOVE ZEROES TO WS-BASE-PRICE
               END-COMPUTE
               MOVE ZEROES TO WS-BASE-DISCOUNT WS-BASE-AMOUNT
                   WS-BASE-TAX
               ADD WS-BASE-PRICE TO WS-TOT-PRICE
               ADD WS-BASE-PRICE TO WS-TOT-REJECTED
           ELSE
               ADD WS-BASE-PRICE TO WS-TOT-PRICE
               ADD WS-BASE-DISCOUNT TO WS-TOT-DISCOUNT
               ADD WS-BASE-AMOUNT TO WS-TOT-AMOUNT
               ADD WS-BASE-TAX TO WS-TOT-TAX
           END-IF
           IF WS-CUR-SUB > 0
               ADD WS-BULK-PRICE TO WS-CT-PRICE (WS-CUR-SUB)
               IF WS-BULK-ERROR-FLAG NOT = 0
                   ADD WS-BULK-PRICE TO WS-CT-REJECTED (WS-CUR-SUB)
               ELSE
                   ADD 1 TO WS-CT-ORDER-COUNT (WS-CUR-SUB)
                   ADD WS-BULK-DISCOUNT TO WS-CT-DISCOUNT (WS-CUR-SUB)
                   ADD WS-BULK-AMOUNT TO WS-CT-AMOUNT (WS-CUR-SUB)
                   ADD WS-BULK-TAX TO WS-CT-TAX (WS-CUR-SUB)
                   ADD WS-BASE-AMOUNT TO WS-CT-BASE-AMOUNT (WS-CUR-SUB)
                   ADD WS-BASE-TAX TO WS-CT-BASE-TAX (WS-CUR-SUB)
               END-IF
           END-IF.

       4180-WRITE-BULK-TAX-DETAIL.
           MOVE SPACES TO TAX-DETAIL-RECORD
           MOVE WS-RUN-DATE      TO TXD-RUN-DATE
           MOVE BLK-ORDER-ID     TO TXD-ORDER-ID
           MOVE BLK-CUST-NO      TO TXD-CUST-NO
           MOVE BLK-CHANNEL      TO TXD-CHANNEL
           MOVE BLK-JURISDICTION TO TXD-JURISDICTION
           SET TXD-SALE TO TRUE
           IF WS-TAX-EXEMPT
               SET TXD-EXEMPT TO TRUE
           ELSE
               SET TXD-TAXABLE TO TRUE
           END-IF
           MOVE WS-TAX-RATE      TO TXD-TAX-RATE
           MOVE WS-BULK-AMOUNT   TO TXD-TAXABLE-AMOUNT
           MOVE WS-BULK-TAX      TO TXD-TAX-AMOUNT
           MOVE BLK-CURRENCY     TO TXD-CURRENCY
           MOVE WS-BASE-AMOUNT   TO TXD-BASE-TAXABLE-AMOUNT
           MOVE WS-BASE-TAX      TO TXD-BASE-TAX-AMOUNT
           PERFORM 3980-WRITE-TAX-DETAIL-REC.

       4250-WRITE-BULK-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-TRAIL-RECORD
           MOVE WS-RUN-DATE      TO AUD-RUN-DATE
               IF WS-BULK-ERROR-FLAG = 5
                   SET EXC-REASON-CHANNEL-CAP TO TRUE
               ELSE
                   IF WS-BULK-ERROR-FLAG = 6
                       SET EXC-REASON-TAX-JURIS-UNKNOWN TO TRUE
                   ELSE
                       IF WS-BULK-ERROR-FLAG = 7
                           SET EXC-REASON-TAX-RATE-NOT-EFF TO TRUE
                       ELSE
                           IF WS-BULK-ERROR-FLAG = 8
                               SET EXC-REASON-SKU-UNKNOWN TO TRUE
                           ELSE
                               IF WS-BULK-ERROR-FLAG = 9
                                   SET EXC-REASON-NO-EXCH-RATE TO TRUE
                               ELSE
                                   IF WS-BULK-ERROR-FLAG = 10
                                       SET EXC-REASON-CREDIT-LIMIT
                                           TO TRUE
                                   ELSE
                                       SET EXC-REASON-DISC-EXCEEDS
                                           TO TRUE
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-BULK-PRICE    TO EXC-PRICE
           MOVE BLK-ORDER-ID    TO HLD-ORDER-ID
           MOVE BLK-CUST-NO     TO HLD-CUST-NO
           MOVE BLK-CHANNEL     TO HLD-CHANNEL
           IF WS-BULK-ERROR-FLAG = 10
               SET HLD-CREDIT-LIMIT-HOLD TO TRUE
           ELSE
               SET HLD-PRICING-HOLD TO TRUE
           END-IF
           MOVE WS-BULK-PRICE   TO HLD-PRICE
           MOVE WS-BULK-DISCOUNT TO HLD-DISCOUNT
           PERFORM 3970-WRITE-HOLD-REQUEST-REC.
           MOVE WS-BULK-DISCOUNT   TO PBK-DISCOUNT
           MOVE WS-BULK-AMOUNT     TO PBK-AMOUNT
           MOVE WS-BULK-ERROR-FLAG TO PBK-ERROR-FLAG
           MOVE BLK-CUST-NO        TO PBK-CUST-NO
           MOVE BLK-CHANNEL        TO PBK-CHANNEL
           MOVE WS-BULK-DISC-SOURCE TO PBK-DISC-SOURCE
           MOVE WS-BULK-TAX        TO PBK-TAX
           MOVE BLK-JURISDICTION   TO PBK-JURISDICTION
           MOVE BLK-CURRENCY       TO PBK-CURRENCY
           MOVE WS-FX-RATE         TO PBK-EXCH-RATE
           MOVE WS-BASE-PRICE      TO PBK-BASE-PRICE
           MOVE WS-BASE-DISCOUNT   TO PBK-BASE-DISCOUNT
           MOVE WS-BASE-AMOUNT     TO PBK-BASE-AMOUNT
           MOVE WS-BASE-TAX        TO PBK-BASE-TAX
           WRITE PRICED-BULK-RECORD
           ADD 1 TO WS-CTL-BLKOUT-COUNT
           ADD PBK-AMOUNT TO WS-CTL-BLKOUT-HASH.

      *  A bulk order takes one discount - the contract tier when
      *  the customer has one, else the keyed discount.  A tier that
      *  overrode a different keyed value is marked as clipped.
       4890-WRITE-BULK-INVOICE-LINES.
           PERFORM 3080-START-INVOICE-LINES
           MOVE "L" TO WS-INN-LINE-TYPE
           MOVE WS-BULK-PRICE TO WS-INN-LINE-AMOUNT
           MOVE WS-BULK-PRICE TO WS-INN-BALANCE
           PERFORM 3082-ADD-INVOICE-LINE
           IF WS-BULK-DISC-SOURCE = "T"
               MOVE "T" TO WS-INN-LINE-TYPE
               MOVE WS-CONTRACT-PCT TO WS-INN-PERCENT
               IF WS-KEYED-DISCOUNT NOT = WS-BULK-DISCOUNT
                   MOVE "T" TO WS-INN-CLIP-IND
               END-IF
           ELSE
               IF BLK-DISCOUNT-PCT
                   MOVE "P" TO WS-INN-LINE-TYPE
                   MOVE BLK-DISCOUNT-PERCENT TO WS-INN-PERCENT
               ELSE
                   MOVE "F" TO WS-INN-LINE-TYPE
               END-IF
           END-IF
           IF WS-BULK-DISC-SOURCE = "T"
              OR WS-BULK-DISCOUNT > ZEROES
               MOVE WS-BULK-DISCOUNT TO WS-INN-LINE-AMOUNT
               MOVE WS-BULK-AMOUNT TO WS-INN-BALANCE
               PERFORM 3082-ADD-INVOICE-LINE
           END-IF
           INITIALIZE WS-INV-NEW-LINE
           MOVE "N" TO WS-INN-CLIP-IND
           MOVE "N" TO WS-INN-LINE-TYPE
           MOVE WS-BULK-AMOUNT TO WS-INN-LINE-AMOUNT
           MOVE WS-BULK-AMOUNT TO WS-INN-BALANCE
           MOVE WS-BULK-TAX    TO WS-INN-TAX
           PERFORM 3082-ADD-INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE-RECORD
           MOVE BLK-ORDER-ID  TO INL-ORDER-ID
           MOVE BLK-CUST-NO   TO INL-CUST-NO
           SET INL-BULK-ORDER TO TRUE
           MOVE BLK-CHANNEL   TO INL-CHANNEL
           MOVE BLK-CURRENCY  TO INL-CURRENCY
           PERFORM 3985-WRITE-INVOICE-LINES.

       4990-WRITE-SIMULATED-BULK.
           MOVE SPACES TO SIMULATION-RESULT-RECORD
           MOVE WS-RUN-DATE        TO SIM-RUN-DATE
           SET SIM-BULK-ORDER      TO TRUE
           MOVE BLK-ORDER-ID       TO SIM-ORDER-ID
           MOVE BLK-CUST-NO        TO SIM-CUST-NO
           MOVE BLK-CHANNEL        TO SIM-CHANNEL
           MOVE BLK-CURRENCY       TO SIM-CURRENCY
           MOVE WS-BULK-PRICE      TO SIM-PRICE
           MOVE WS-BULK-DISCOUNT   TO SIM-DISCOUNT
           MOVE WS-BULK-AMOUNT     TO SIM-AMOUNT
           MOVE WS-BASE-DISCOUNT   TO SIM-BASE-DISCOUNT
           MOVE WS-BASE-AMOUNT     TO SIM-BASE-AMOUNT
           MOVE WS-BULK-ERROR-FLAG TO SIM-ERROR-FLAG
           PERFORM 3995-WRITE-SIMULATION-REC.

      *--------------------------------------------------------------*
      *  Credit memo path - same discount-vs-price rules as a sale,
      *  carried negative in the reconciliation totals, audited on
               MOVE CRD-DISCOUNT TO WS-CREDIT-DISCOUNT
           END-IF.

      *  A credit's price is SUBTRACTED from the running totals once
      *  its outcome is known, and a rejected credit backs its price
      *  out of TOT-REJECTED the same way, so the
      *  price - discount - rejected = amount identity holds with
      *  sales and credits mixed in one run.  A credit converts at
      *  the rate for the business date it is priced on.
       5060-PRICE-CREDIT.
           PERFORM 5010-VALIDATE-CREDIT-NUMERIC-INPUT
           IF NOT WS-VALID-INPUT
           ELSE
               MOVE CRD-PRICE TO WS-CREDIT-PRICE
               MOVE 0 TO WS-CREDIT-ERROR-FLAG
               MOVE ZEROES TO WS-CREDIT-TAX
               MOVE CRD-CURRENCY TO WS-FX-CURRENCY
               PERFORM 3065-DETERMINE-EXCHANGE-RATE
               IF NOT WS-FX-RATE-OK
                   MOVE 9 TO WS-CREDIT-ERROR-FLAG
                   ADD 1 TO WS-FXREJ-COUNT
                   DISPLAY "Error: No exchange rate for currency "
                       CRD-CURRENCY " on credit " CRD-ORDER-ID
                   MOVE ZEROES TO WS-CREDIT-DISCOUNT
                   MOVE ZEROES TO WS-CREDIT-AMOUNT
                   PERFORM 5190-ACCUMULATE-CREDIT-TOTALS
                   PERFORM 5300-WRITE-CREDIT-EXCEPTION-DATA
                   PERFORM 5250-WRITE-CREDIT-AUDIT-RECORD
               ELSE
                   PERFORM 5050-DETERMINE-CREDIT-DISCOUNT
                   IF WS-PCT-OVERFLOWED
                       MOVE 2 TO WS-CREDIT-ERROR-FLAG
                       DISPLAY "Error: Credit discount percent "
                           "overflowed the amount field."
                       MOVE ZEROES TO WS-CREDIT-AMOUNT
                       PERFORM 5190-ACCUMULATE-CREDIT-TOTALS
                       PERFORM 5300-WRITE-CREDIT-EXCEPTION-DATA
                       PERFORM 5250-WRITE-CREDIT-AUDIT-RECORD
                   ELSE
                       PERFORM 5100-CHECK-CREDIT-DISCOUNT
                   END-IF
               END-IF
               IF WS-SIMULATION-RUN
                   PERFORM 5990-WRITE-SIMULATED-CREDIT
               ELSE
                   PERFORM 5900-WRITE-PRICED-CREDIT
               END-IF
           END-IF.

       5100-CHECK-CREDIT-DISCOUNT.
               DISPLAY "Error: Discount exceeds price on credit "
                   CRD-ORDER-ID
               MOVE ZEROES TO WS-CREDIT-AMOUNT
               PERFORM 5190-ACCUMULATE-CREDIT-TOTALS
               PERFORM 5300-WRITE-CREDIT-EXCEPTION-DATA
               PERFORM 5250-WRITE-CREDIT-AUDIT-RECORD
           ELSE
               SUBTRACT WS-CREDIT-DISCOUNT FROM WS-CREDIT-PRICE
                   GIVING WS-CREDIT-AMOUNT
               PERFORM 5160-COMPUTE-CREDIT-TAX
               IF WS-CREDIT-ERROR-FLAG = 0
                   PERFORM 5185-COMPUTE-CREDIT-BASE
               END-IF
               IF WS-CREDIT-ERROR-FLAG NOT = 0
                   MOVE ZEROES TO WS-CREDIT-AMOUNT
                   MOVE ZEROES TO WS-CREDIT-TAX
                   PERFORM 5190-ACCUMULATE-CREDIT-TOTALS
                   PERFORM 5300-WRITE-CREDIT-EXCEPTION-DATA
                   PERFORM 5250-WRITE-CREDIT-AUDIT-RECORD
               ELSE
                   PERFORM 5190-ACCUMULATE-CREDIT-TOTALS
                   PERFORM 5250-WRITE-CREDIT-AUDIT-RECORD
                   PERFORM 5180-WRITE-CREDIT-TAX-DETAIL
                   PERFORM 5890-WRITE-CREDIT-INVOICE-LINES
                   IF WS-PRODUCTION-RUN
                       MOVE CRD-CUST-NO  TO WS-CRC-CUST-NO
                       MOVE CRD-ORDER-ID TO WS-CRC-ORDER-ID
                       MOVE "C"          TO WS-CRC-ORDER-TYPE
                       PERFORM 3730-RELIEVE-CREDIT-EXPOSURE
                   END-IF
               END-IF
           END-IF.

      *  The credit reverses tax at the jurisdiction's rate in effect
      *  on the business date, on the credit's own post-discount
      *  amount - an exempt customer gets no tax back because none
      *  was charged.
       5160-COMPUTE-CREDIT-TAX.
           MOVE CRD-JURISDICTION TO WS-TAX-JURISDICTION
           MOVE CRD-CUST-NO TO WS-TAX-CUST-NO
           PERFORM 3170-DETERMINE-TAX-RATE
           IF WS-TAX-JURIS-UNKNOWN
               MOVE 6 TO WS-CREDIT-ERROR-FLAG
               ADD 1 TO WS-TAXREJ-COUNT
               DISPLAY "Error: Unknown tax jurisdiction "
                   CRD-JURISDICTION " on credit " CRD-ORDER-ID
           ELSE
               IF WS-TAX-RATE-NOT-EFF
                   MOVE 7 TO WS-CREDIT-ERROR-FLAG
                   ADD 1 TO WS-TAXREJ-COUNT
                   DISPLAY "Error: No tax rate in effect for "
                       CRD-JURISDICTION " on credit " CRD-ORDER-ID
               ELSE
                   IF WS-TAX-EXEMPT
                       MOVE ZEROES TO WS-CREDIT-TAX
                   ELSE
                       COMPUTE WS-CREDIT-TAX ROUNDED =
                           WS-CREDIT-AMOUNT * (WS-TAX-RATE / 100)
                   END-IF
               END-IF
           END-IF.

      *  Same conversion as the bulk path - the credit carries the
      *  same wide amounts.
       5185-COMPUTE-CREDIT-BASE.
           MOVE "N" TO WS-BASE-OVERFLOW-SWITCH
           COMPUTE WS-BASE-PRICE ROUNDED =
               WS-CREDIT-PRICE * WS-FX-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-BASE-OVERFLOW-SWITCH
           END-COMPUTE
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               WS-CREDIT-AMOUNT * WS-FX-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-BASE-OVERFLOW-SWITCH
           END-COMPUTE
           COMPUTE WS-BASE-TAX ROUNDED = WS-CREDIT-TAX * WS-FX-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-BASE-OVERFLOW-SWITCH
           END-COMPUTE
           IF WS-BASE-OVERFLOWED
               MOVE 2 TO WS-CREDIT-ERROR-FLAG
               DISPLAY "Error: Base-currency equivalent overflowed "
                   "on credit " CRD-ORDER-ID
           ELSE
               SUBTRACT WS-BASE-AMOUNT FROM WS-BASE-PRICE
                   GIVING WS-BASE-DISCOUNT
           END-IF.

      *  The credit's figures come off both sets of totals.
       5190-ACCUMULATE-CREDIT-TOTALS.
           IF WS-CREDIT-ERROR-FLAG NOT = 0
               COMPUTE WS-BASE-PRICE ROUNDED =
                   WS-CREDIT-PRICE * WS-FX-RATE
                   ON SIZE ERROR
                       MOVE ZEROES TO WS-BASE-PRICE
               END-COMPUTE
               MOVE ZEROES TO WS-BASE-DISCOUNT WS-BASE-AMOUNT
                   WS-BASE-TAX
               SUBTRACT WS-BASE-PRICE FROM WS-TOT-PRICE
               SUBTRACT WS-BASE-PRICE FROM WS-TOT-REJECTED
           ELSE
               SUBTRACT WS-BASE-PRICE FROM WS-TOT-PRICE
               SUBTRACT WS-BASE-DISCOUNT FROM WS-TOT-DISCOUNT
               SUBTRACT WS-BASE-AMOUNT FROM WS-TOT-AMOUNT
               SUBTRACT WS-BASE-TAX FROM WS-TOT-TAX
           END-IF
           IF WS-CUR-SUB > 0
               SUBTRACT WS-CREDIT-PRICE FROM WS-CT-PRICE (WS-CUR-SUB)
               IF WS-CREDIT-ERROR-FLAG NOT = 0
                   SUBTRACT WS-CREDIT-PRICE
                       FROM WS-CT-REJECTED (WS-CUR-SUB)
               ELSE
                   ADD 1 TO WS-CT-ORDER-COUNT (WS-CUR-SUB)
                   SUBTRACT WS-CREDIT-DISCOUNT
                       FROM WS-CT-DISCOUNT (WS-CUR-SUB)
                   SUBTRACT WS-CREDIT-AMOUNT
                       FROM WS-CT-AMOUNT (WS-CUR-SUB)
                   SUBTRACT WS-CREDIT-TAX FROM WS-CT-TAX (WS-CUR-SUB)
                   SUBTRACT WS-BASE-AMOUNT
                       FROM WS-CT-BASE-AMOUNT (WS-CUR-SUB)
                   SUBTRACT WS-BASE-TAX
                       FROM WS-CT-BASE-TAX (WS-CUR-SUB)
               END-IF
           END-IF.

       5180-WRITE-CREDIT-TAX-DETAIL.
           MOVE SPACES TO TAX-DETAIL-RECORD
           MOVE WS-RUN-DATE      TO TXD-RUN-DATE
           MOVE CRD-ORDER-ID     TO TXD-ORDER-ID
           MOVE CRD-CUST-NO      TO TXD-CUST-NO
           MOVE CRD-CHANNEL      TO TXD-CHANNEL
           MOVE CRD-JURISDICTION TO TXD-JURISDICTION
           SET TXD-CREDIT TO TRUE
           IF WS-TAX-EXEMPT
               SET TXD-EXEMPT TO TRUE
           ELSE
               SET TXD-TAXABLE TO TRUE
           END-IF
           MOVE WS-TAX-RATE      TO TXD-TAX-RATE
           MOVE WS-CREDIT-AMOUNT TO TXD-TAXABLE-AMOUNT
           MOVE WS-CREDIT-TAX    TO TXD-TAX-AMOUNT
           MOVE CRD-CURRENCY     TO TXD-CURRENCY
           MOVE WS-BASE-AMOUNT   TO TXD-BASE-TAXABLE-AMOUNT
           MOVE WS-BASE-TAX      TO TXD-BASE-TAX-AMOUNT
           PERFORM 3980-WRITE-TAX-DETAIL-REC.

       5250-WRITE-CREDIT-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-TRAIL-RECORD
           MOVE WS-RUN-DATE        TO AUD-RUN-DATE
           IF WS-CREDIT-ERROR-FLAG = 2
               SET EXC-REASON-OVERFLOW TO TRUE
           ELSE
               IF WS-CREDIT-ERROR-FLAG = 6
                   SET EXC-REASON-TAX-JURIS-UNKNOWN TO TRUE
               ELSE
                   IF WS-CREDIT-ERROR-FLAG = 7
                       SET EXC-REASON-TAX-RATE-NOT-EFF TO TRUE
                   ELSE
                       IF WS-CREDIT-ERROR-FLAG = 9
                           SET EXC-REASON-NO-EXCH-RATE TO TRUE
                       ELSE
                           SET EXC-REASON-DISC-EXCEEDS TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-CREDIT-PRICE    TO EXC-PRICE
           MOVE WS-CREDIT-DISCOUNT TO EXC-DISCOUNT
           MOVE WS-CREDIT-DISCOUNT   TO PCR-DISCOUNT
           MOVE WS-CREDIT-AMOUNT     TO PCR-AMOUNT
           MOVE WS-CREDIT-ERROR-FLAG TO PCR-ERROR-FLAG
           MOVE CRD-CHANNEL          TO PCR-CHANNEL
           MOVE WS-CREDIT-TAX        TO PCR-TAX
           MOVE CRD-JURISDICTION     TO PCR-JURISDICTION
           MOVE CRD-CURRENCY         TO PCR-CURRENCY
           MOVE WS-FX-RATE           TO PCR-EXCH-RATE
           MOVE WS-BASE-PRICE        TO PCR-BASE-PRICE
           MOVE WS-BASE-DISCOUNT     TO PCR-BASE-DISCOUNT
           MOVE WS-BASE-AMOUNT       TO PCR-BASE-AMOUNT
           MOVE WS-BASE-TAX          TO PCR-BASE-TAX
           WRITE PRICED-CREDIT-RECORD
           ADD 1 TO WS-CTL-CRDOUT-COUNT
           ADD PCR-AMOUNT TO WS-CTL-CRDOUT-HASH.

       5890-WRITE-CREDIT-INVOICE-LINES.
           PERFORM 3080-START-INVOICE-LINES
           MOVE "L" TO WS-INN-LINE-TYPE
           MOVE WS-CREDIT-PRICE TO WS-INN-LINE-AMOUNT
           MOVE WS-CREDIT-PRICE TO WS-INN-BALANCE
           PERFORM 3082-ADD-INVOICE-LINE
           IF WS-CREDIT-DISCOUNT > ZEROES
               IF CRD-DISCOUNT-PCT
                   MOVE "P" TO WS-INN-LINE-TYPE
                   MOVE CRD-DISCOUNT-PERCENT TO WS-INN-PERCENT
               ELSE
                   MOVE "F" TO WS-INN-LINE-TYPE
               END-IF
               MOVE WS-CREDIT-DISCOUNT TO WS-INN-LINE-AMOUNT
               MOVE WS-CREDIT-AMOUNT TO WS-INN-BALANCE
               PERFORM 3082-ADD-INVOICE-LINE
           END-IF
           MOVE "N" TO WS-INN-LINE-TYPE
           MOVE WS-CREDIT-AMOUNT TO WS-INN-LINE-AMOUNT
           MOVE WS-CREDIT-AMOUNT TO WS-INN-BALANCE
           MOVE WS-CREDIT-TAX    TO WS-INN-TAX
           PERFORM 3082-ADD-INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE-RECORD
           MOVE CRD-ORDER-ID  TO INL-ORDER-ID
           MOVE CRD-CUST-NO   TO INL-CUST-NO
           SET INL-CREDIT-MEMO TO TRUE
           MOVE CRD-CHANNEL   TO INL-CHANNEL
           MOVE CRD-CURRENCY  TO INL-CURRENCY
           PERFORM 3985-WRITE-INVOICE-LINES.

       5990-WRITE-SIMULATED-CREDIT.
           MOVE SPACES TO SIMULATION-RESULT-RECORD
           MOVE WS-RUN-DATE          TO SIM-RUN-DATE
           SET SIM-CREDIT-MEMO       TO TRUE
           MOVE CRD-ORDER-ID         TO SIM-ORDER-ID
           MOVE CRD-CUST-NO          TO SIM-CUST-NO
           MOVE CRD-CHANNEL          TO SIM-CHANNEL
           MOVE CRD-CURRENCY         TO SIM-CURRENCY
           MOVE WS-CREDIT-PRICE      TO SIM-PRICE
           MOVE WS-CREDIT-DISCOUNT   TO SIM-DISCOUNT
           MOVE WS-CREDIT-AMOUNT     TO SIM-AMOUNT
           MOVE WS-BASE-DISCOUNT     TO SIM-BASE-DISCOUNT
           MOVE WS-BASE-AMOUNT       TO SIM-BASE-AMOUNT
           MOVE WS-CREDIT-ERROR-FLAG TO SIM-ERROR-FLAG
           PERFORM 3995-WRITE-SIMULATION-REC.

       8000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-REJECT-TOTAL TO WS-TL-REJECT-TOTAL
           WRITE EXCEPTION-LINE FROM WS-TOTAL-LINE-2.

      *  The run totals are in the base currency.  Each order
      *  currency must also balance in its own money - one currency
      *  out of balance fails the run the same as the base totals.
       8500-RECONCILE-TOTALS.
           COMPUTE WS-RECON-CHECK =
               WS-TOT-PRICE - WS-TOT-DISCOUNT - WS-TOT-REJECTED
           ELSE
               MOVE "FAIL" TO WS-RECON-STATUS
           END-IF
           PERFORM VARYING WS-CUR-SCAN-SUB FROM 1 BY 1
               UNTIL WS-CUR-SCAN-SUB > WS-CUR-COUNT
               PERFORM 8515-CHECK-CURRENCY-ENTRY
               IF WS-CUR-STATUS = "FAIL"
                   MOVE "FAIL" TO WS-RECON-STATUS
               END-IF
           END-PERFORM

           MOVE SPACES TO RECON-LINE
           STRING "DISCOUNT BATCH RECONCILIATION - STATUS: "
           MOVE WS-RECON-CHECK TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE

           MOVE "TOTAL SALES TAX (NET)" TO WS-RL-LABEL
           MOVE WS-TOT-TAX TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE

           MOVE "NON-NUMERIC REJECTS" TO WS-RCL-LABEL
           MOVE WS-NONNUM-COUNT TO WS-RCL-COUNT
           WRITE RECON-LINE FROM WS-RECON-COUNT-LINE
           MOVE WS-CHANCAP-COUNT TO WS-RCL-COUNT
           WRITE RECON-LINE FROM WS-RECON-COUNT-LINE

           MOVE "TAX JURISDICTION REJECTS" TO WS-RCL-LABEL
           MOVE WS-TAXREJ-COUNT TO WS-RCL-COUNT
           WRITE RECON-LINE FROM WS-RECON-COUNT-LINE

           MOVE "UNKNOWN/INACTIVE SKU REJ" TO WS-RCL-LABEL
           MOVE WS-SKUREJ-COUNT TO WS-RCL-COUNT
           WRITE RECON-LINE FROM WS-RECON-COUNT-LINE

           MOVE "PRICE VARIANCES" TO WS-RCL-LABEL
           MOVE WS-PRCVAR-COUNT TO WS-RCL-COUNT
           WRITE RECON-LINE FROM WS-RECON-COUNT-LINE

           MOVE "CREDIT MEMOS PROCESSED" TO WS-RCL-LABEL
           MOVE WS-CREDIT-RECORD-COUNT TO WS-RCL-COUNT
           WRITE RECON-LINE FROM WS-RECON-COUNT-LINE

           MOVE "NO EXCHANGE RATE REJECTS" TO WS-RCL-LABEL
           MOVE WS-FXREJ-COUNT TO WS-RCL-COUNT
           WRITE RECON-LINE FROM WS-RECON-COUNT-LINE

           MOVE "CREDIT LIMIT HOLDS" TO WS-RCL-LABEL
           MOVE WS-CRDHOLD-COUNT TO WS-RCL-COUNT
           WRITE RECON-LINE FROM WS-RECON-COUNT-LINE

           PERFORM VARYING WS-CUR-SCAN-SUB FROM 1 BY 1
               UNTIL WS-CUR-SCAN-SUB > WS-CUR-COUNT
               PERFORM 8520-WRITE-CURRENCY-RECON
           END-PERFORM

           DISPLAY "Reconciliation status: " WS-RECON-STATUS

           IF WS-RECON-STATUS = "FAIL"
               DISPLAY "RECONCILIATION FAILED - JOB NOT POSTED"
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 8550-WRITE-RECON-TOTALS.

       8515-CHECK-CURRENCY-ENTRY.
           COMPUTE WS-CUR-CHECK =
               WS-CT-PRICE (WS-CUR-SCAN-SUB)
               - WS-CT-DISCOUNT (WS-CUR-SCAN-SUB)
               - WS-CT-REJECTED (WS-CUR-SCAN-SUB)
           IF WS-CUR-CHECK = WS-CT-AMOUNT (WS-CUR-SCAN-SUB)
               MOVE "PASS" TO WS-CUR-STATUS
           ELSE
               MOVE "FAIL" TO WS-CUR-STATUS
           END-IF.

      *  One block per order currency, in that currency, with the
      *  base-currency equivalent of what it produced.
       8520-WRITE-CURRENCY-RECON.
           PERFORM 8515-CHECK-CURRENCY-ENTRY
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           STRING "CURRENCY " WS-CT-CURRENCY (WS-CUR-SCAN-SUB)
               " RECONCILIATION - STATUS: " WS-CUR-STATUS
               DELIMITED BY SIZE INTO RECON-LINE
           WRITE RECON-LINE

           MOVE "TOTAL PRICE READ" TO WS-RL-LABEL
           MOVE WS-CT-PRICE (WS-CUR-SCAN-SUB) TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE

           MOVE "TOTAL DISCOUNT APPLIED" TO WS-RL-LABEL
           MOVE WS-CT-DISCOUNT (WS-CUR-SCAN-SUB) TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE

           MOVE "TOTAL REJECTED" TO WS-RL-LABEL
           MOVE WS-CT-REJECTED (WS-CUR-SCAN-SUB) TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE

           MOVE "TOTAL AMOUNT PRODUCED" TO WS-RL-LABEL
           MOVE WS-CT-AMOUNT (WS-CUR-SCAN-SUB) TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE

           MOVE "COMPUTED(PRICE-DISC-REJ)" TO WS-RL-LABEL
           MOVE WS-CUR-CHECK TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE

           MOVE "TOTAL SALES TAX (NET)" TO WS-RL-LABEL
           MOVE WS-CT-TAX (WS-CUR-SCAN-SUB) TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE

           MOVE "BASE EQUIV AMOUNT" TO WS-RL-LABEL
           MOVE WS-CT-BASE-AMOUNT (WS-CUR-SCAN-SUB) TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE

           MOVE "BASE EQUIV TAX" TO WS-RL-LABEL
           MOVE WS-CT-BASE-TAX (WS-CUR-SCAN-SUB) TO WS-RL-AMOUNT
           WRITE RECON-LINE FROM WS-RECON-DETAIL-LINE

           MOVE "PRICED ORDERS/CREDITS" TO WS-RCL-LABEL
           MOVE WS-CT-ORDER-COUNT (WS-CUR-SCAN-SUB) TO WS-RCL-COUNT
           WRITE RECON-LINE FROM WS-RECON-COUNT-LINE.

      *  The base-currency row leads - it is the row the GL ties to
      *  - followed by one row per order currency.
       8550-WRITE-RECON-TOTALS.
           MOVE SPACES TO RECON-TOTALS-RECORD
           MOVE WS-RUN-DATE     TO RCN-BUSINESS-DATE
           MOVE WS-BATCH-ID     TO RCN-BATCH-ID
           MOVE WS-TOT-PRICE    TO RCN-TOT-PRICE
           MOVE WS-TOT-DISCOUNT TO RCN-TOT-DISCOUNT
           MOVE WS-TOT-REJECTED TO RCN-TOT-REJECTED
           MOVE WS-TOT-AMOUNT   TO RCN-TOT-AMOUNT
           MOVE WS-RECON-STATUS TO RCN-RECON-STATUS
           MOVE WS-TOT-TAX      TO RCN-TOT-TAX
           SET RCN-BASE-TOTALS-ROW TO TRUE
           MOVE WS-BASE-CURRENCY TO RCN-CURRENCY
           WRITE RECON-TOTALS-RECORD
           PERFORM VARYING WS-CUR-SCAN-SUB FROM 1 BY 1
               UNTIL WS-CUR-SCAN-SUB > WS-CUR-COUNT
               PERFORM 8555-WRITE-CURRENCY-TOTALS
           END-PERFORM.

       8555-WRITE-CURRENCY-TOTALS.
           PERFORM 8515-CHECK-CURRENCY-ENTRY
           MOVE SPACES TO RECON-TOTALS-RECORD
           MOVE WS-RUN-DATE     TO RCN-BUSINESS-DATE
           MOVE WS-BATCH-ID     TO RCN-BATCH-ID
           MOVE WS-CT-PRICE (WS-CUR-SCAN-SUB)    TO RCN-TOT-PRICE
           MOVE WS-CT-DISCOUNT (WS-CUR-SCAN-SUB) TO RCN-TOT-DISCOUNT
           MOVE WS-CT-REJECTED (WS-CUR-SCAN-SUB) TO RCN-TOT-REJECTED
           MOVE WS-CT-AMOUNT (WS-CUR-SCAN-SUB)   TO RCN-TOT-AMOUNT
           MOVE WS-CUR-STATUS   TO RCN-RECON-STATUS
           MOVE WS-CT-TAX (WS-CUR-SCAN-SUB)      TO RCN-TOT-TAX
           SET RCN-CURRENCY-ROW TO TRUE
           MOVE WS-CT-CURRENCY (WS-CUR-SCAN-SUB) TO RCN-CURRENCY
           WRITE RECON-TOTALS-RECORD.

       8600-WRITE-RUN-STATS.
           ACCEPT WS-END-TIME FROM TIME
           MOVE SPACES TO RUN-STATS-RECORD
               SET RST-FRESH-RUN TO TRUE
           END-IF
           MOVE WS-RECON-STATUS      TO RST-RECON-STATUS
           MOVE WS-CUR-COUNT         TO RST-CURRENCY-COUNT
           PERFORM VARYING WS-CUR-SCAN-SUB FROM 1 BY 1
               UNTIL WS-CUR-SCAN-SUB > WS-CUR-COUNT
               MOVE WS-CT-CURRENCY (WS-CUR-SCAN-SUB)
                   TO RST-CUR-CODE (WS-CUR-SCAN-SUB)
               MOVE WS-CT-ORDER-COUNT (WS-CUR-SCAN-SUB)
                   TO RST-CUR-ORDER-COUNT (WS-CUR-SCAN-SUB)
               MOVE WS-CT-AMOUNT (WS-CUR-SCAN-SUB)
                   TO RST-CUR-AMOUNT (WS-CUR-SCAN-SUB)
               MOVE WS-CT-TAX (WS-CUR-SCAN-SUB)
                   TO RST-CUR-TAX (WS-CUR-SCAN-SUB)
               MOVE WS-CT-BASE-AMOUNT (WS-CUR-SCAN-SUB)
                   TO RST-CUR-BASE-AMOUNT (WS-CUR-SCAN-SUB)
               MOVE WS-CT-BASE-TAX (WS-CUR-SCAN-SUB)
                   TO RST-CUR-BASE-TAX (WS-CUR-SCAN-SUB)
           END-PERFORM
           WRITE RUN-STATS-RECORD.

      *  One control row per output so every consumer can prove the
           MOVE WS-RUN-DATE          TO CTL-BUSINESS-DATE
           MOVE WS-CTL-CRDOUT-COUNT  TO CTL-RECORD-COUNT
           MOVE WS-CTL-CRDOUT-HASH   TO CTL-AMOUNT-HASH
           WRITE GENERATION-CONTROL-RECORD

           MOVE SPACES TO GENERATION-CONTROL-RECORD
           MOVE "PROMORED"           TO CTL-FILE-NAME
           MOVE WS-RUN-DATE          TO CTL-BUSINESS-DATE
           MOVE WS-CTL-PROMO-COUNT   TO CTL-RECORD-COUNT
           MOVE WS-CTL-PROMO-HASH    TO CTL-AMOUNT-HASH
           WRITE GENERATION-CONTROL-RECORD

           MOVE SPACES TO GENERATION-CONTROL-RECORD
           MOVE "TAXDTL"             TO CTL-FILE-NAME
           MOVE WS-RUN-DATE          TO CTL-BUSINESS-DATE
           MOVE WS-CTL-TAXDTL-COUNT  TO CTL-RECORD-COUNT
           MOVE WS-CTL-TAXDTL-HASH   TO CTL-AMOUNT-HASH
           WRITE GENERATION-CONTROL-RECORD

           MOVE SPACES TO GENERATION-CONTROL-RECORD
           MOVE "INVLINES"           TO CTL-FILE-NAME
           MOVE WS-RUN-DATE          TO CTL-BUSINESS-DATE
           MOVE WS-CTL-INVLIN-COUNT  TO CTL-RECORD-COUNT
           MOVE WS-CTL-INVLIN-HASH   TO CTL-AMOUNT-HASH
           WRITE GENERATION-CONTROL-RECORD

           MOVE SPACES TO GENERATION-CONTROL-RECORD
           MOVE "CRDEXPO"            TO CTL-FILE-NAME
           MOVE WS-RUN-DATE          TO CTL-BUSINESS-DATE
           MOVE WS-CTL-CRDEXP-COUNT  TO CTL-RECORD-COUNT
           MOVE WS-CTL-CRDEXP-HASH   TO CTL-AMOUNT-HASH
           WRITE GENERATION-CONTROL-RECORD.

       9000-TERMINATE.
           CLOSE ORDER-IN
           CLOSE BULK-ORDER-IN
           CLOSE CREDIT-IN
           CLOSE DISCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE CONTRACT-MASTER
           CLOSE TAX-MASTER
           CLOSE PRICE-MASTER
           CLOSE EXCHANGE-RATE
           CLOSE DUP-CHECK
           IF WS-SIMULATION-RUN
               CLOSE SIMULATION-OUT
           ELSE
               PERFORM 9100-CLOSE-PRODUCTION-FILES
           END-IF.

       9100-CLOSE-PRODUCTION-FILES.
           CLOSE ORDER-OUT
           CLOSE EXCEPTION-REPORT
           CLOSE AUDIT-TRAIL
           CLOSE RECON-REPORT
           CLOSE EXCEPTION-DATA
           CLOSE BULK-ORDER-OUT
           CLOSE CREDIT-OUT
           CLOSE CHECKPOINT-OUT
           CLOSE ORDER-HOLD-OUT
           CLOSE PROMO-REDEMPTION-OUT
           CLOSE TAX-DETAIL-OUT
           CLOSE INVOICE-LINE-OUT
           CLOSE PRICE-VARIANCE-RPT
           CLOSE CREDIT-LIMIT-MASTER
           CLOSE CREDIT-EXPOSURE-OUT
           CLOSE CONTRACT-MISMATCH-RPT
           CLOSE RUN-HISTORY
           CLOSE GEN-CONTROL-OUT
           CLOSE RECON-TOTALS-OUT.
