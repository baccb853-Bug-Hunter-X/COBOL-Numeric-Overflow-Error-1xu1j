      ******************************************************************
      *  DSCGLPST
      *
      *  General ledger journal posting.  Reads the priced regular
      *  (ORDEROUT), bulk (BULKOUT) and credit (CREDOUT) outputs of
      *  DSCBATCH and the day's promo redemptions (PROMORED), and
      *  builds one balanced summary journal for the business date -
      *  gross sales, discount expense split by source (flat/percent
      *  line, promo code, contract tier) and by sales channel, the
      *  receivable, sales tax owed by ship-to jurisdiction, and
      *  credit-memo reversals - posting each class
      *  to the account finance maintains on the account-mapping
      *  table.  A control report proves debits equal credits and
      *  that the journal ties to the pricing run's reconciliation
      *  totals, so finance stops keying summary journals off the
      *  RECONRPT printout every night.  Orders priced in a foreign
      *  currency post their base-currency equivalents, so the
      *  journal is always in the base currency.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCGLPST.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  ORDEROUT is swept in key order for the sales postings, then
      *  read by key for each redemption - a promo only posts when
      *  the order it applied to priced clean.
           SELECT ORDER-PRICED-IN ASSIGN TO "ORDEROUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-ORDER-ID
               FILE STATUS IS WS-ORDER-PRICED-IN-STATUS.

           SELECT BULK-PRICED-IN ASSIGN TO "BULKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULK-PRICED-IN-STATUS.

           SELECT CREDIT-PRICED-IN ASSIGN TO "CREDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-PRICED-IN-STATUS.

           SELECT REDEMPTION-IN ASSIGN TO "PROMORED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDEMPTION-IN-STATUS.

           SELECT ACCOUNT-MAP-IN ASSIGN TO "GLACCTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT RECON-TOTALS-IN ASSIGN TO "RECONTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-TOTALS-STATUS.

           SELECT JOURNAL-OUT ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-OUT-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO "GLCTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-RPT-STATUS.

      *  Generation handshake - the pricing batch's control rows
      *  are verified against what this job actually reads before
      *  a single journal line is written, and this job writes its
      *  own control row for GLJRNL.
           SELECT GEN-CONTROL-IN ASSIGN TO "DSCBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CONTROL-IN-STATUS.

           SELECT GEN-CONTROL-OUT ASSIGN TO "DSCGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CONTROL-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  PRICED-ORDER-IN-RECORD must stay byte-for-byte identical to
      *  the PRICED-ORDER-RECORD DSCBATCH writes to ORDEROUT - same
      *  for the bulk and credit records below against
      *  PRICED-BULK-RECORD and PRICED-CREDIT-RECORD.
       FD  ORDER-PRICED-IN.
       01  PRICED-ORDER-IN-RECORD.
           05  PIN-ORDER-ID            PIC X(10).
           05  PIN-PRICE               PIC 9(5)V99.
           05  PIN-DISCOUNT            PIC 9(5)V99.
           05  PIN-AMOUNT              PIC 9(5)V99.
           05  PIN-ERROR-FLAG          PIC 9(2).
           05  PIN-CUST-NO             PIC X(08).
           05  PIN-CHANNEL             PIC X(02).
           05  PIN-PROMO-DISCOUNT      PIC 9(5)V99.
           05  PIN-TAX                 PIC 9(5)V99.
           05  PIN-JURISDICTION        PIC X(05).
           05  PIN-CURRENCY            PIC X(03).
           05  PIN-EXCH-RATE           PIC 9(3)V9(6).
           05  PIN-BASE-PRICE          PIC 9(9)V99.
           05  PIN-BASE-DISCOUNT       PIC 9(9)V99.
           05  PIN-BASE-AMOUNT         PIC 9(9)V99.
           05  PIN-BASE-PROMO-DISC     PIC 9(9)V99.
           05  PIN-BASE-TAX            PIC 9(9)V99.

       FD  BULK-PRICED-IN
           RECORDING MODE IS F.
       01  PRICED-BULK-IN-RECORD.
           05  BIN-ORDER-ID            PIC X(10).
           05  BIN-PRICE               PIC 9(7)V99.
           05  BIN-DISCOUNT            PIC 9(7)V99.
           05  BIN-AMOUNT              PIC 9(7)V99.
           05  BIN-ERROR-FLAG          PIC 9(2).
           05  BIN-CUST-NO             PIC X(08).
           05  BIN-CHANNEL             PIC X(02).
           05  BIN-DISC-SOURCE         PIC X(01).
               88  BIN-SOURCE-LINE     VALUE "L".
               88  BIN-SOURCE-CONTRACT VALUE "T".
           05  BIN-TAX                 PIC 9(7)V99.
           05  BIN-JURISDICTION        PIC X(05).
           05  BIN-CURRENCY            PIC X(03).
           05  BIN-EXCH-RATE           PIC 9(3)V9(6).
           05  BIN-BASE-PRICE          PIC 9(9)V99.
           05  BIN-BASE-DISCOUNT       PIC 9(9)V99.
           05  BIN-BASE-AMOUNT         PIC 9(9)V99.
           05  BIN-BASE-TAX            PIC 9(9)V99.

       FD  CREDIT-PRICED-IN
           RECORDING MODE IS F.
       01  PRICED-CREDIT-IN-RECORD.
           05  CIN-ORDER-ID            PIC X(10).
           05  CIN-CUST-NO             PIC X(08).
           05  CIN-PRICE               PIC 9(7)V99.
           05  CIN-DISCOUNT            PIC 9(7)V99.
           05  CIN-AMOUNT              PIC 9(7)V99.
           05  CIN-ERROR-FLAG          PIC 9.
           05  CIN-CHANNEL             PIC X(02).
           05  CIN-TAX                 PIC 9(7)V99.
           05  CIN-JURISDICTION        PIC X(05).
           05  CIN-CURRENCY            PIC X(03).
           05  CIN-EXCH-RATE           PIC 9(3)V9(6).
           05  CIN-BASE-PRICE          PIC 9(9)V99.
           05  CIN-BASE-DISCOUNT       PIC 9(9)V99.
           05  CIN-BASE-AMOUNT         PIC 9(9)V99.
           05  CIN-BASE-TAX            PIC 9(9)V99.

       FD  REDEMPTION-IN
           RECORDING MODE IS F.
       COPY RDMREC.

       FD  ACCOUNT-MAP-IN
           RECORDING MODE IS F.
       COPY GLAREC.

       FD  RECON-TOTALS-IN
           RECORDING MODE IS F.
       COPY RCNREC.

       FD  JOURNAL-OUT
           RECORDING MODE IS F.
       COPY GLJREC.

       FD  CONTROL-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(80).

       FD  GEN-CONTROL-IN
           RECORDING MODE IS F.
       COPY CTLREC.

      *  GEN-CONTROL-OUT-RECORD must stay byte-for-byte identical to
      *  GENERATION-CONTROL-RECORD (CTLREC.cpy) - the copybook's
      *  data names are taken by the input FD above.
       FD  GEN-CONTROL-OUT
           RECORDING MODE IS F.
       01  GEN-CONTROL-OUT-RECORD.
           05  CTO-FILE-NAME           PIC X(08).
           05  CTO-BUSINESS-DATE       PIC 9(8).
           05  CTO-RECORD-COUNT        PIC 9(9).
           05  CTO-AMOUNT-HASH         PIC 9(11)V99.
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ORDER-PRICED-IN-STATUS PIC XX.
           05  WS-BULK-PRICED-IN-STATUS PIC XX.
           05  WS-CREDIT-PRICED-IN-STATUS PIC XX.
           05  WS-REDEMPTION-IN-STATUS PIC XX.
           05  WS-ACCOUNT-MAP-STATUS   PIC XX.
               88  ACCOUNT-MAP-FOUND   VALUE "00".
           05  WS-RECON-TOTALS-STATUS  PIC XX.
               88  RECON-TOTALS-FOUND  VALUE "00".
           05  WS-JOURNAL-OUT-STATUS   PIC XX.
           05  WS-CONTROL-RPT-STATUS   PIC XX.
           05  WS-GEN-CONTROL-IN-STATUS PIC XX.
               88  GEN-CONTROL-IN-FOUND VALUE "00".
           05  WS-GEN-CONTROL-OUT-STATUS PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-ORDERS       VALUE "Y".
           05  WS-BULK-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-BULK-ORDERS  VALUE "Y".
           05  WS-CREDIT-EOF-SWITCH    PIC X VALUE "N".
               88  END-OF-CREDITS      VALUE "Y".
           05  WS-REDEMPTION-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-REDEMPTIONS  VALUE "Y".
           05  WS-MAP-EOF-SWITCH       PIC X VALUE "N".
               88  END-OF-ACCOUNT-MAP  VALUE "Y".
           05  WS-CONTROL-EOF-SWITCH   PIC X VALUE "N".
               88  END-OF-CONTROLS     VALUE "Y".
           05  WS-VERIFY-FAIL-SWITCH   PIC X VALUE "N".
               88  WS-VERIFY-FAILED    VALUE "Y".
           05  WS-ENTRY-FOUND-SWITCH   PIC X VALUE "N".
               88  WS-ENTRY-FOUND      VALUE "Y".
           05  WS-ACCOUNT-FOUND-SWITCH PIC X VALUE "N".
               88  WS-ACCOUNT-FOUND    VALUE "Y".
           05  WS-OUT-OF-BALANCE-SWITCH PIC X VALUE "N".
               88  WS-OUT-OF-BALANCE   VALUE "Y".

      *--------------------------------------------------------------*
      *  Generation handshake work fields - the expected values off
      *  the producer's control rows and the actual values counted
      *  on the verification pre-pass over each input.
      *--------------------------------------------------------------*
       01  WS-VERIFY-FIELDS.
           05  WS-EXP-ORDOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-EXP-ORDOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-EXP-ORDOUT-DATE      PIC 9(8) VALUE ZEROES.
           05  WS-ORDOUT-ROW-SWITCH    PIC X VALUE "N".
               88  WS-ORDOUT-ROW-FOUND VALUE "Y".
           05  WS-EXP-BLKOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-EXP-BLKOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-EXP-BLKOUT-DATE      PIC 9(8) VALUE ZEROES.
           05  WS-BLKOUT-ROW-SWITCH    PIC X VALUE "N".
               88  WS-BLKOUT-ROW-FOUND VALUE "Y".
           05  WS-EXP-CRDOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-EXP-CRDOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-EXP-CRDOUT-DATE      PIC 9(8) VALUE ZEROES.
           05  WS-CRDOUT-ROW-SWITCH    PIC X VALUE "N".
               88  WS-CRDOUT-ROW-FOUND VALUE "Y".
           05  WS-EXP-PROMO-COUNT      PIC 9(9) VALUE ZEROES.
           05  WS-EXP-PROMO-HASH       PIC 9(11)V99 VALUE ZEROES.
           05  WS-EXP-PROMO-DATE       PIC 9(8) VALUE ZEROES.
           05  WS-PROMO-ROW-SWITCH     PIC X VALUE "N".
               88  WS-PROMO-ROW-FOUND  VALUE "Y".
           05  WS-ACT-ORDOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-ACT-ORDOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACT-BLKOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-ACT-BLKOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACT-CRDOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-ACT-CRDOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACT-PROMO-COUNT      PIC 9(9) VALUE ZEROES.
           05  WS-ACT-PROMO-HASH       PIC 9(11)V99 VALUE ZEROES.
           05  WS-RECON-ROW-SWITCH     PIC X VALUE "N".
               88  WS-RECON-ROW-FOUND  VALUE "Y".

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-BATCH-ID             PIC X(08) VALUE "DSCGLPST".

      *--------------------------------------------------------------*
      *  Account-mapping table - finance's posting class/channel to
      *  GL account rows, loaded once.  A "**" channel row is the
      *  class default.
      *--------------------------------------------------------------*
       01  WS-ACCOUNT-MAP-TABLE.
           05  WS-ACM-COUNT            PIC 9(4) COMP VALUE ZEROES.
           05  WS-ACM-ENTRY            OCCURS 200 TIMES
                   INDEXED BY WS-ACM-IDX.
               10  WS-ACM-CLASS        PIC X(04).
               10  WS-ACM-CHANNEL      PIC X(02).
               10  WS-ACM-GL-ACCOUNT   PIC X(12).
               10  WS-ACM-DESCRIPTION  PIC X(30).

      *--------------------------------------------------------------*
      *  Posting accumulator - one entry per class, channel, promo
      *  code, tax jurisdiction and side, summed across the day and
      *  written out as the journal at end of job.
      *--------------------------------------------------------------*
       01  WS-POSTING-TABLE.
           05  WS-PST-COUNT            PIC 9(4) COMP VALUE ZEROES.
           05  WS-PST-ENTRY            OCCURS 500 TIMES
                   INDEXED BY WS-PST-IDX.
               10  WS-PST-CLASS        PIC X(04).
               10  WS-PST-CHANNEL      PIC X(02).
               10  WS-PST-PROMO-CODE   PIC X(08).
               10  WS-PST-JURISDICTION PIC X(05).
               10  WS-PST-DR-CR        PIC X(01).
               10  WS-PST-AMOUNT       PIC 9(9)V99.

       01  WS-POSTING-REQUEST.
           05  WS-POST-CLASS           PIC X(04).
           05  WS-POST-CHANNEL         PIC X(02).
           05  WS-POST-PROMO-CODE      PIC X(08).
           05  WS-POST-JURISDICTION    PIC X(05).
           05  WS-POST-DR-CR           PIC X(01).
      *  Wide enough for a base-currency net amount plus its tax.
           05  WS-POST-AMOUNT          PIC 9(9)V99.

       01  WS-LINE-DISCOUNT            PIC 9(9)V99 VALUE ZEROES.
       01  WS-FOUND-GL-ACCOUNT         PIC X(12) VALUE SPACES.
       01  WS-FOUND-DESCRIPTION        PIC X(30) VALUE SPACES.

       01  WS-JOURNAL-TOTALS.
           05  WS-JOURNAL-LINE-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-JOURNAL-HASH         PIC 9(11)V99 VALUE ZEROES.
           05  WS-TOTAL-DEBITS         PIC S9(11)V99 VALUE ZEROES.
           05  WS-TOTAL-CREDITS        PIC S9(11)V99 VALUE ZEROES.
           05  WS-DR-CR-DIFFERENCE     PIC S9(11)V99 VALUE ZEROES.
           05  WS-UNMAPPED-COUNT       PIC 9(5) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Tie-out to the pricing run - what this job posted, netted
      *  the same way DSCBATCH nets its reconciliation totals
      *  (credits negative, rejects out).
      *--------------------------------------------------------------*
       01  WS-POSTED-TOTALS.
           05  WS-PST-GROSS-SALES      PIC S9(11)V99 VALUE ZEROES.
           05  WS-PST-RETURNS          PIC S9(11)V99 VALUE ZEROES.
           05  WS-PST-SALE-DISCOUNT    PIC S9(11)V99 VALUE ZEROES.
           05  WS-PST-CREDIT-DISCOUNT  PIC S9(11)V99 VALUE ZEROES.
           05  WS-PST-RECV-DEBIT       PIC S9(11)V99 VALUE ZEROES.
           05  WS-PST-RECV-CREDIT      PIC S9(11)V99 VALUE ZEROES.
           05  WS-PST-TAX-CHARGED      PIC S9(11)V99 VALUE ZEROES.
           05  WS-PST-TAX-REVERSED     PIC S9(11)V99 VALUE ZEROES.
           05  WS-PRICED-PROMO         PIC S9(11)V99 VALUE ZEROES.
           05  WS-REDEEMED-PROMO       PIC S9(11)V99 VALUE ZEROES.
           05  WS-TIE-POSTED           PIC S9(11)V99 VALUE ZEROES.
           05  WS-TIE-EXPECTED         PIC S9(11)V99 VALUE ZEROES.

       01  WS-POSTING-COUNTERS.
           05  WS-ORDERS-POSTED        PIC 9(7) VALUE ZEROES.
           05  WS-BULK-POSTED          PIC 9(7) VALUE ZEROES.
           05  WS-CREDITS-POSTED       PIC 9(7) VALUE ZEROES.
           05  WS-REJECTS-SKIPPED      PIC 9(7) VALUE ZEROES.
           05  WS-REDEMPTIONS-POSTED   PIC 9(7) VALUE ZEROES.
           05  WS-REDEMPTIONS-SKIPPED  PIC 9(7) VALUE ZEROES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE "GL JOURNAL POSTING CONTROL REPORT".
           05  WS-H1-RUN-DATE          PIC 9(8).

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-AL-LABEL             PIC X(28).
           05  WS-AL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(28).
           05  WS-CL-COUNT             PIC ZZZ,ZZ9.

       01  WS-TIE-HEADING.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE "TIE-OUT".
           05  FILLER                  PIC X(18) VALUE
               "         POSTED".
           05  FILLER                  PIC X(18) VALUE
               "       EXPECTED".
           05  FILLER                  PIC X(06) VALUE "STATUS".

       01  WS-TIE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(24).
           05  WS-TL-POSTED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TL-EXPECTED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-STATUS            PIC X(03).

       01  WS-STATUS-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-SL-LABEL             PIC X(28).
           05  WS-SL-STATUS            PIC X(16).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-VERIFY-GENERATION
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-ORDERS
               PERFORM 2000-READ-PRICED-ORDER
               IF NOT END-OF-ORDERS
                   PERFORM 3000-POST-ORDER
               END-IF
           END-PERFORM
           PERFORM UNTIL END-OF-BULK-ORDERS
               PERFORM 2500-READ-PRICED-BULK
               IF NOT END-OF-BULK-ORDERS
                   PERFORM 4000-POST-BULK-ORDER
               END-IF
           END-PERFORM
           PERFORM UNTIL END-OF-CREDITS
               PERFORM 2700-READ-PRICED-CREDIT
               IF NOT END-OF-CREDITS
                   PERFORM 5000-POST-CREDIT
               END-IF
           END-PERFORM
           PERFORM UNTIL END-OF-REDEMPTIONS
               PERFORM 2800-READ-REDEMPTION
               IF NOT END-OF-REDEMPTIONS
                   PERFORM 5500-POST-REDEMPTION
               END-IF
           END-PERFORM
           PERFORM 7000-WRITE-JOURNAL
           PERFORM 8000-WRITE-CONTROL-REPORT
           PERFORM 8500-WRITE-GEN-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--------------------------------------------------------------*
      *  Generation handshake - each input is swept once and its
      *  record count and amount hash proven against the pricing
      *  batch's control rows, and the reconciliation totals row
      *  must be from the same business date, before anything is
      *  posted.  A journal built off a stale BULKOUT would post
      *  yesterday's sales twice.
      *--------------------------------------------------------------*
       0500-VERIFY-GENERATION.
           PERFORM 0510-LOAD-CONTROL-ROWS
           PERFORM 0530-SWEEP-PRICED-ORDERS
           PERFORM 0540-SWEEP-PRICED-BULK
           PERFORM 0550-SWEEP-PRICED-CREDITS
           PERFORM 0555-SWEEP-REDEMPTIONS
           PERFORM 0558-LOAD-RECON-TOTALS
           PERFORM 0560-COMPARE-CONTROLS
           IF WS-VERIFY-FAILED
               DISPLAY "GENERATION HANDSHAKE FAILED - GL JOURNAL "
                   "NOT PRODUCED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0510-LOAD-CONTROL-ROWS.
           OPEN INPUT GEN-CONTROL-IN
           IF NOT GEN-CONTROL-IN-FOUND
               DISPLAY "Error: Pricing batch control file DSCBCTL "
                   "missing - cannot verify inputs."
               MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
           ELSE
               PERFORM UNTIL END-OF-CONTROLS
                   READ GEN-CONTROL-IN
                       AT END
                           MOVE "Y" TO WS-CONTROL-EOF-SWITCH
                       NOT AT END
                           PERFORM 0520-STORE-CONTROL-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GEN-CONTROL-IN.

       0520-STORE-CONTROL-ROW.
           IF CTL-FILE-NAME = "ORDEROUT"
               MOVE "Y" TO WS-ORDOUT-ROW-SWITCH
               MOVE CTL-RECORD-COUNT  TO WS-EXP-ORDOUT-COUNT
               MOVE CTL-AMOUNT-HASH   TO WS-EXP-ORDOUT-HASH
               MOVE CTL-BUSINESS-DATE TO WS-EXP-ORDOUT-DATE
           END-IF
           IF CTL-FILE-NAME = "BULKOUT"
               MOVE "Y" TO WS-BLKOUT-ROW-SWITCH
               MOVE CTL-RECORD-COUNT  TO WS-EXP-BLKOUT-COUNT
               MOVE CTL-AMOUNT-HASH   TO WS-EXP-BLKOUT-HASH
               MOVE CTL-BUSINESS-DATE TO WS-EXP-BLKOUT-DATE
           END-IF
           IF CTL-FILE-NAME = "CREDOUT"
               MOVE "Y" TO WS-CRDOUT-ROW-SWITCH
               MOVE CTL-RECORD-COUNT  TO WS-EXP-CRDOUT-COUNT
               MOVE CTL-AMOUNT-HASH   TO WS-EXP-CRDOUT-HASH
               MOVE CTL-BUSINESS-DATE TO WS-EXP-CRDOUT-DATE
           END-IF
           IF CTL-FILE-NAME = "PROMORED"
               MOVE "Y" TO WS-PROMO-ROW-SWITCH
               MOVE CTL-RECORD-COUNT  TO WS-EXP-PROMO-COUNT
               MOVE CTL-AMOUNT-HASH   TO WS-EXP-PROMO-HASH
               MOVE CTL-BUSINESS-DATE TO WS-EXP-PROMO-DATE
           END-IF.

       0530-SWEEP-PRICED-ORDERS.
           OPEN INPUT ORDER-PRICED-IN
           PERFORM UNTIL END-OF-ORDERS
               READ ORDER-PRICED-IN NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ACT-ORDOUT-COUNT
                       ADD PIN-AMOUNT TO WS-ACT-ORDOUT-HASH
               END-READ
           END-PERFORM
           CLOSE ORDER-PRICED-IN
           MOVE "N" TO WS-EOF-SWITCH.

       0540-SWEEP-PRICED-BULK.
           OPEN INPUT BULK-PRICED-IN
           PERFORM UNTIL END-OF-BULK-ORDERS
               READ BULK-PRICED-IN
                   AT END
                       MOVE "Y" TO WS-BULK-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ACT-BLKOUT-COUNT
                       ADD BIN-AMOUNT TO WS-ACT-BLKOUT-HASH
               END-READ
           END-PERFORM
           CLOSE BULK-PRICED-IN
           MOVE "N" TO WS-BULK-EOF-SWITCH.

       0550-SWEEP-PRICED-CREDITS.
           OPEN INPUT CREDIT-PRICED-IN
           PERFORM UNTIL END-OF-CREDITS
               READ CREDIT-PRICED-IN
                   AT END
                       MOVE "Y" TO WS-CREDIT-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ACT-CRDOUT-COUNT
                       ADD CIN-AMOUNT TO WS-ACT-CRDOUT-HASH
               END-READ
           END-PERFORM
           CLOSE CREDIT-PRICED-IN
           MOVE "N" TO WS-CREDIT-EOF-SWITCH.

       0555-SWEEP-REDEMPTIONS.
           OPEN INPUT REDEMPTION-IN
           PERFORM UNTIL END-OF-REDEMPTIONS
               READ REDEMPTION-IN
                   AT END
                       MOVE "Y" TO WS-REDEMPTION-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ACT-PROMO-COUNT
                       ADD RDM-DISCOUNT TO WS-ACT-PROMO-HASH
               END-READ
           END-PERFORM
           CLOSE REDEMPTION-IN
           MOVE "N" TO WS-REDEMPTION-EOF-SWITCH.

       0558-LOAD-RECON-TOTALS.
           OPEN INPUT RECON-TOTALS-IN
           IF RECON-TOTALS-FOUND
               READ RECON-TOTALS-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCN-BASE-TOTALS-ROW
                           MOVE "Y" TO WS-RECON-ROW-SWITCH
                       END-IF
               END-READ
           END-IF
           CLOSE RECON-TOTALS-IN.

       0560-COMPARE-CONTROLS.
           IF NOT WS-ORDOUT-ROW-FOUND
              OR NOT WS-BLKOUT-ROW-FOUND
              OR NOT WS-CRDOUT-ROW-FOUND
              OR NOT WS-PROMO-ROW-FOUND
               DISPLAY "Error: Control row missing from DSCBCTL."
               MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
           ELSE
               IF WS-EXP-ORDOUT-DATE NOT = WS-EXP-BLKOUT-DATE
                  OR WS-EXP-ORDOUT-DATE NOT = WS-EXP-CRDOUT-DATE
                  OR WS-EXP-ORDOUT-DATE NOT = WS-EXP-PROMO-DATE
                   DISPLAY "Error: Control dates disagree across "
                       "priced inputs - mixed generations."
                   MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
               END-IF
               IF WS-ACT-ORDOUT-COUNT NOT = WS-EXP-ORDOUT-COUNT
                  OR WS-ACT-ORDOUT-HASH NOT = WS-EXP-ORDOUT-HASH
                   DISPLAY "Error: ORDEROUT does not match its "
                       "control - count/hash mismatch."
                   MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
               END-IF
               IF WS-ACT-BLKOUT-COUNT NOT = WS-EXP-BLKOUT-COUNT
                  OR WS-ACT-BLKOUT-HASH NOT = WS-EXP-BLKOUT-HASH
                   DISPLAY "Error: BULKOUT does not match its "
                       "control - count/hash mismatch."
                   MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
               END-IF
               IF WS-ACT-CRDOUT-COUNT NOT = WS-EXP-CRDOUT-COUNT
                  OR WS-ACT-CRDOUT-HASH NOT = WS-EXP-CRDOUT-HASH
                   DISPLAY "Error: CREDOUT does not match its "
                       "control - count/hash mismatch."
                   MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
               END-IF
               IF WS-ACT-PROMO-COUNT NOT = WS-EXP-PROMO-COUNT
                  OR WS-ACT-PROMO-HASH NOT = WS-EXP-PROMO-HASH
                   DISPLAY "Error: PROMORED does not match its "
                       "control - count/hash mismatch."
                   MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
               END-IF
           END-IF
           IF NOT WS-RECON-ROW-FOUND
               DISPLAY "Error: Reconciliation totals RECONTOT "
                   "missing - journal cannot be tied."
               MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
           ELSE
               IF RCN-BUSINESS-DATE NOT = WS-EXP-ORDOUT-DATE
                   DISPLAY "Error: RECONTOT carries a different "
                       "business date than the priced outputs - "
                       "stale file."
                   MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
               END-IF
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *  The journal is dated with the verified business date off
      *  the pricing batch's controls, not the machine date, so a
      *  rerun posts to the day the sales belong to.
           IF WS-EXP-ORDOUT-DATE NOT = ZEROES
               MOVE WS-EXP-ORDOUT-DATE TO WS-RUN-DATE
           END-IF
           PERFORM 1100-LOAD-ACCOUNT-MAP
           OPEN INPUT ORDER-PRICED-IN
           OPEN INPUT BULK-PRICED-IN
           OPEN INPUT CREDIT-PRICED-IN
           OPEN INPUT REDEMPTION-IN
           OPEN OUTPUT JOURNAL-OUT
           OPEN OUTPUT CONTROL-REPORT
           OPEN OUTPUT GEN-CONTROL-OUT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *  A bad mapping row is skipped with an operator message - the
      *  classes it would have covered fall to the "**" default or
      *  post as UNMAPPED, which fails the control report.
       1100-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-IN
           IF NOT ACCOUNT-MAP-FOUND
               DISPLAY "Error: Account-mapping table GLACCTS "
                   "missing - every line will post UNMAPPED."
           ELSE
               PERFORM UNTIL END-OF-ACCOUNT-MAP
                   READ ACCOUNT-MAP-IN
                       AT END
                           MOVE "Y" TO WS-MAP-EOF-SWITCH
                       NOT AT END
                           PERFORM 1150-STORE-ACCOUNT-MAP
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACCOUNT-MAP-IN.

       1150-STORE-ACCOUNT-MAP.
           IF NOT GLA-CLASS-VALID
              OR GLA-GL-ACCOUNT = SPACES
               DISPLAY "Warning: Bad mapping row for class "
                   GLA-ACCOUNT-CLASS " channel " GLA-CHANNEL
                   " on GLACCTS - row skipped."
           ELSE
               IF WS-ACM-COUNT >= 200
                   DISPLAY "Warning: Account-mapping table full - "
                       "class " GLA-ACCOUNT-CLASS " channel "
                       GLA-CHANNEL " skipped."
               ELSE
                   ADD 1 TO WS-ACM-COUNT
                   SET WS-ACM-IDX TO WS-ACM-COUNT
                   MOVE GLA-ACCOUNT-CLASS
                       TO WS-ACM-CLASS (WS-ACM-IDX)
                   MOVE GLA-CHANNEL TO WS-ACM-CHANNEL (WS-ACM-IDX)
                   MOVE GLA-GL-ACCOUNT
                       TO WS-ACM-GL-ACCOUNT (WS-ACM-IDX)
                   MOVE GLA-DESCRIPTION
                       TO WS-ACM-DESCRIPTION (WS-ACM-IDX)
               END-IF
           END-IF.

       2000-READ-PRICED-ORDER.
           READ ORDER-PRICED-IN NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2500-READ-PRICED-BULK.
           READ BULK-PRICED-IN
               AT END
                   MOVE "Y" TO WS-BULK-EOF-SWITCH
           END-READ.

       2700-READ-PRICED-CREDIT.
           READ CREDIT-PRICED-IN
               AT END
                   MOVE "Y" TO WS-CREDIT-EOF-SWITCH
           END-READ.

       2800-READ-REDEMPTION.
           READ REDEMPTION-IN
               AT END
                   MOVE "Y" TO WS-REDEMPTION-EOF-SWITCH
           END-READ.

      *--------------------------------------------------------------*
      *  A clean sale credits gross sales with the list price and
      *  debits the receivable with the net amount; the discount in
      *  between is debited to expense.  The promo-code share is
      *  posted off PROMORED (5500) so it carries the promo code -
      *  only the flat/percent line share posts here.  The sales tax
      *  billed on top is debited to the receivable with the net
      *  amount and credited to tax liability under the order's
      *  jurisdiction.  Rejected orders (non-zero error flag) never
      *  reach the ledger.
      *--------------------------------------------------------------*
       3000-POST-ORDER.
           IF PIN-ERROR-FLAG NOT = 0
               ADD 1 TO WS-REJECTS-SKIPPED
           ELSE
               ADD 1 TO WS-ORDERS-POSTED
               MOVE SPACES TO WS-POST-PROMO-CODE
               MOVE SPACES TO WS-POST-JURISDICTION
               MOVE PIN-CHANNEL TO WS-POST-CHANNEL
               MOVE "GSAL" TO WS-POST-CLASS
               MOVE "C" TO WS-POST-DR-CR
               MOVE PIN-BASE-PRICE TO WS-POST-AMOUNT
               PERFORM 6000-ADD-POSTING
               ADD PIN-BASE-PRICE TO WS-PST-GROSS-SALES

               SUBTRACT PIN-BASE-PROMO-DISC FROM PIN-BASE-DISCOUNT
                   GIVING WS-LINE-DISCOUNT
               MOVE "DLIN" TO WS-POST-CLASS
               MOVE "D" TO WS-POST-DR-CR
               MOVE WS-LINE-DISCOUNT TO WS-POST-AMOUNT
               PERFORM 6000-ADD-POSTING
               ADD PIN-BASE-DISCOUNT TO WS-PST-SALE-DISCOUNT
               ADD PIN-BASE-PROMO-DISC TO WS-PRICED-PROMO

               MOVE "RECV" TO WS-POST-CLASS
               MOVE "D" TO WS-POST-DR-CR
               COMPUTE WS-POST-AMOUNT =
                   PIN-BASE-AMOUNT + PIN-BASE-TAX
               PERFORM 6000-ADD-POSTING
               ADD WS-POST-AMOUNT TO WS-PST-RECV-DEBIT

               MOVE "STAX" TO WS-POST-CLASS
               MOVE PIN-JURISDICTION TO WS-POST-JURISDICTION
               MOVE "C" TO WS-POST-DR-CR
               MOVE PIN-BASE-TAX TO WS-POST-AMOUNT
               PERFORM 6000-ADD-POSTING
               ADD PIN-BASE-TAX TO WS-PST-TAX-CHARGED
           END-IF.

      *  A bulk order's single discount is either the keyed line or
      *  the contract tier - never both - so it posts whole to one
      *  expense class.
       4000-POST-BULK-ORDER.
           IF BIN-ERROR-FLAG NOT = 0
               ADD 1 TO WS-REJECTS-SKIPPED
           ELSE
               ADD 1 TO WS-BULK-POSTED
               MOVE SPACES TO WS-POST-PROMO-CODE
               MOVE SPACES TO WS-POST-JURISDICTION
               MOVE BIN-CHANNEL TO WS-POST-CHANNEL
               MOVE "GSAL" TO WS-POST-CLASS
               MOVE "C" TO WS-POST-DR-CR
               MOVE BIN-BASE-PRICE TO WS-POST-AMOUNT
               PERFORM 6000-ADD-POSTING
               ADD BIN-BASE-PRICE TO WS-PST-GROSS-SALES

               IF BIN-SOURCE-CONTRACT
                   MOVE "DCTR" TO WS-POST-CLASS
               ELSE
                   MOVE "DLIN" TO WS-POST-CLASS
               END-IF
               MOVE "D" TO WS-POST-DR-CR
               MOVE BIN-BASE-DISCOUNT TO WS-POST-AMOUNT
               PERFORM 6000-ADD-POSTING
               ADD BIN-BASE-DISCOUNT TO WS-PST-SALE-DISCOUNT

               MOVE "RECV" TO WS-POST-CLASS
               MOVE "D" TO WS-POST-DR-CR
               COMPUTE WS-POST-AMOUNT =
                   BIN-BASE-AMOUNT + BIN-BASE-TAX
               PERFORM 6000-ADD-POSTING
               ADD WS-POST-AMOUNT TO WS-PST-RECV-DEBIT

               MOVE "STAX" TO WS-POST-CLASS
               MOVE BIN-JURISDICTION TO WS-POST-JURISDICTION
               MOVE "C" TO WS-POST-DR-CR
               MOVE BIN-BASE-TAX TO WS-POST-AMOUNT
               PERFORM 6000-ADD-POSTING
               ADD BIN-BASE-TAX TO WS-PST-TAX-CHARGED
           END-IF.

      *  A credit memo reverses a sale: sales returns take the list
      *  price as a debit, the discount and receivable (net amount
      *  plus the tax reversed) come back as credits, and the tax
      *  reversed is debited back out of the jurisdiction's
      *  liability.
       5000-POST-CREDIT.
           IF CIN-ERROR-FLAG NOT = 0
               ADD 1 TO WS-REJECTS-SKIPPED
           ELSE
               ADD 1 TO WS-CREDITS-POSTED
               MOVE SPACES TO WS-POST-PROMO-CODE
               MOVE SPACES TO WS-POST-JURISDICTION
               MOVE CIN-CHANNEL TO WS-POST-CHANNEL
               MOVE "CRTN" TO WS-POST-CLASS
               MOVE "D" TO WS-POST-DR-CR
               MOVE CIN-BASE-PRICE TO WS-POST-AMOUNT
               PERFORM 6000-ADD-POSTING
               ADD CIN-BASE-PRICE TO WS-PST-RETURNS

               MOVE "CDSC" TO WS-POST-CLASS
               MOVE "C" TO WS-POST-DR-CR
               MOVE CIN-BASE-DISCOUNT TO WS-POST-AMOUNT
               PERFORM 6000-ADD-POSTING
               ADD CIN-BASE-DISCOUNT TO WS-PST-CREDIT-DISCOUNT

               MOVE "RECV" TO WS-POST-CLASS
               MOVE "C" TO WS-POST-DR-CR
               COMPUTE WS-POST-AMOUNT =
                   CIN-BASE-AMOUNT + CIN-BASE-TAX
               PERFORM 6000-ADD-POSTING
               ADD WS-POST-AMOUNT TO WS-PST-RECV-CREDIT

               MOVE "STAX" TO WS-POST-CLASS
               MOVE CIN-JURISDICTION TO WS-POST-JURISDICTION
               MOVE "D" TO WS-POST-DR-CR
               MOVE CIN-BASE-TAX TO WS-POST-AMOUNT
               PERFORM 6000-ADD-POSTING
               ADD CIN-BASE-TAX TO WS-PST-TAX-REVERSED
           END-IF.

      *  A redemption is written the moment its promo line applies,
      *  so an order rejected by a later line or the channel cap
      *  still has one - those, and any with no priced order behind
      *  them, are skipped.  The promo dollars are converted at the
      *  order's rate line by line, the same way DSCBATCH builds the
      *  base promo share, so the two tie to the cent.
       5500-POST-REDEMPTION.
           MOVE RDM-ORDER-ID TO PIN-ORDER-ID
           READ ORDER-PRICED-IN
               INVALID KEY
                   ADD 1 TO WS-REDEMPTIONS-SKIPPED
               NOT INVALID KEY
                   IF PIN-ERROR-FLAG NOT = 0
                       ADD 1 TO WS-REDEMPTIONS-SKIPPED
                   ELSE
                       ADD 1 TO WS-REDEMPTIONS-POSTED
                       MOVE "DPRM" TO WS-POST-CLASS
                       MOVE RDM-CHANNEL TO WS-POST-CHANNEL
                       MOVE RDM-PROMO-CODE TO WS-POST-PROMO-CODE
                       MOVE SPACES TO WS-POST-JURISDICTION
                       MOVE "D" TO WS-POST-DR-CR
                       COMPUTE WS-POST-AMOUNT ROUNDED =
                           RDM-DISCOUNT * PIN-EXCH-RATE
                       PERFORM 6000-ADD-POSTING
                       ADD WS-POST-AMOUNT TO WS-REDEEMED-PROMO
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
      *  Accumulate one posting into the journal table - same class,
      *  channel, promo code, jurisdiction and side add into one
      *  line.  Zero
      *  amounts post nothing.
      *--------------------------------------------------------------*
       6000-ADD-POSTING.
           IF WS-POST-AMOUNT > ZEROES
               MOVE "N" TO WS-ENTRY-FOUND-SWITCH
               PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT
                      OR WS-ENTRY-FOUND
                   IF WS-PST-CLASS (WS-PST-IDX) = WS-POST-CLASS
                      AND WS-PST-CHANNEL (WS-PST-IDX)
                          = WS-POST-CHANNEL
                      AND WS-PST-PROMO-CODE (WS-PST-IDX)
                          = WS-POST-PROMO-CODE
                      AND WS-PST-JURISDICTION (WS-PST-IDX)
                          = WS-POST-JURISDICTION
                      AND WS-PST-DR-CR (WS-PST-IDX) = WS-POST-DR-CR
                       MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
                       ADD WS-POST-AMOUNT
                           TO WS-PST-AMOUNT (WS-PST-IDX)
                   END-IF
               END-PERFORM
               IF NOT WS-ENTRY-FOUND
                   PERFORM 6050-ADD-POSTING-ENTRY
               END-IF
               IF WS-POST-DR-CR = "D"
                   ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

      *  A full table cannot drop money silently - the amount still
      *  counts in the debit/credit totals, so the journal prints
      *  out of balance and the job fails.
       6050-ADD-POSTING-ENTRY.
           IF WS-PST-COUNT >= 500
               DISPLAY "Error: Posting table full - class "
                   WS-POST-CLASS " channel " WS-POST-CHANNEL
                   " promo " WS-POST-PROMO-CODE " not journaled."
               MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
           ELSE
               ADD 1 TO WS-PST-COUNT
               SET WS-PST-IDX TO WS-PST-COUNT
               MOVE WS-POST-CLASS TO WS-PST-CLASS (WS-PST-IDX)
               MOVE WS-POST-CHANNEL TO WS-PST-CHANNEL (WS-PST-IDX)
               MOVE WS-POST-PROMO-CODE
                   TO WS-PST-PROMO-CODE (WS-PST-IDX)
               MOVE WS-POST-JURISDICTION
                   TO WS-PST-JURISDICTION (WS-PST-IDX)
               MOVE WS-POST-DR-CR TO WS-PST-DR-CR (WS-PST-IDX)
               MOVE WS-POST-AMOUNT TO WS-PST-AMOUNT (WS-PST-IDX)
           END-IF.

      *  Channel-specific row first, then the class default.
       6100-FIND-GL-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
           MOVE SPACES TO WS-FOUND-GL-ACCOUNT
           MOVE SPACES TO WS-FOUND-DESCRIPTION
           PERFORM VARYING WS-ACM-IDX FROM 1 BY 1
               UNTIL WS-ACM-IDX > WS-ACM-COUNT
                  OR WS-ACCOUNT-FOUND
               IF WS-ACM-CLASS (WS-ACM-IDX) = WS-POST-CLASS
                  AND WS-ACM-CHANNEL (WS-ACM-IDX) = WS-POST-CHANNEL
                   PERFORM 6150-TAKE-ACCOUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ACM-IDX FROM 1 BY 1
               UNTIL WS-ACM-IDX > WS-ACM-COUNT
                  OR WS-ACCOUNT-FOUND
               IF WS-ACM-CLASS (WS-ACM-IDX) = WS-POST-CLASS
                  AND WS-ACM-CHANNEL (WS-ACM-IDX) = "**"
                   PERFORM 6150-TAKE-ACCOUNT
               END-IF
           END-PERFORM.

       6150-TAKE-ACCOUNT.
           MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
           MOVE WS-ACM-GL-ACCOUNT (WS-ACM-IDX) TO WS-FOUND-GL-ACCOUNT
           MOVE WS-ACM-DESCRIPTION (WS-ACM-IDX)
               TO WS-FOUND-DESCRIPTION.

      *--------------------------------------------------------------*
      *  One journal line per accumulated entry, with the account
      *  looked up off the mapping table.  An unmapped class still
      *  writes (so the journal stays whole) but fails the control
      *  report.
      *--------------------------------------------------------------*
       7000-WRITE-JOURNAL.
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-COUNT
               PERFORM 7100-WRITE-JOURNAL-LINE
           END-PERFORM.

       7100-WRITE-JOURNAL-LINE.
           MOVE WS-PST-CLASS (WS-PST-IDX) TO WS-POST-CLASS
           MOVE WS-PST-CHANNEL (WS-PST-IDX) TO WS-POST-CHANNEL
           PERFORM 6100-FIND-GL-ACCOUNT
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-RUN-DATE TO GLJ-BUSINESS-DATE
           MOVE WS-BATCH-ID TO GLJ-SOURCE-ID
           MOVE WS-JOURNAL-LINE-COUNT TO GLJ-LINE-NO
           IF WS-ACCOUNT-FOUND
               MOVE WS-FOUND-GL-ACCOUNT TO GLJ-GL-ACCOUNT
               MOVE WS-FOUND-DESCRIPTION TO GLJ-DESCRIPTION
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE "UNMAPPED" TO GLJ-GL-ACCOUNT
               MOVE "NO ACCOUNT-MAPPING ROW" TO GLJ-DESCRIPTION
               DISPLAY "Error: No GL account for class "
                   WS-POST-CLASS " channel " WS-POST-CHANNEL "."
           END-IF
           MOVE WS-PST-CLASS (WS-PST-IDX) TO GLJ-ACCOUNT-CLASS
           MOVE WS-PST-CHANNEL (WS-PST-IDX) TO GLJ-CHANNEL
           MOVE WS-PST-PROMO-CODE (WS-PST-IDX) TO GLJ-PROMO-CODE
           MOVE WS-PST-JURISDICTION (WS-PST-IDX) TO GLJ-JURISDICTION
           MOVE WS-PST-DR-CR (WS-PST-IDX) TO GLJ-DR-CR
           MOVE WS-PST-AMOUNT (WS-PST-IDX) TO GLJ-AMOUNT
           WRITE GL-JOURNAL-RECORD
           ADD GLJ-AMOUNT TO WS-JOURNAL-HASH.

      *--------------------------------------------------------------*
      *  Control report - debits against credits, then each posted
      *  net against the matching pricing-run reconciliation total.
      *  Anything out fails the job so the journal is not loaded.
      *--------------------------------------------------------------*
       8000-WRITE-CONTROL-REPORT.
           MOVE "JOURNAL LINES WRITTEN" TO WS-CL-LABEL
           MOVE WS-JOURNAL-LINE-COUNT TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "TOTAL DEBITS" TO WS-AL-LABEL
           MOVE WS-TOTAL-DEBITS TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "TOTAL CREDITS" TO WS-AL-LABEL
           MOVE WS-TOTAL-CREDITS TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           COMPUTE WS-DR-CR-DIFFERENCE =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           MOVE "DEBITS LESS CREDITS" TO WS-AL-LABEL
           MOVE WS-DR-CR-DIFFERENCE TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "JOURNAL BALANCE:" TO WS-SL-LABEL
           IF WS-DR-CR-DIFFERENCE = ZEROES
               MOVE "IN BALANCE" TO WS-SL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-SL-STATUS
               MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
           END-IF
           WRITE REPORT-LINE FROM WS-STATUS-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-TIE-HEADING

           MOVE "NET SALES (PRICE-REJ)" TO WS-TL-LABEL
           COMPUTE WS-TIE-POSTED =
               WS-PST-GROSS-SALES - WS-PST-RETURNS
           COMPUTE WS-TIE-EXPECTED =
               RCN-TOT-PRICE - RCN-TOT-REJECTED
           PERFORM 8100-WRITE-TIE-LINE

           MOVE "NET DISCOUNT" TO WS-TL-LABEL
           COMPUTE WS-TIE-POSTED =
               WS-PST-SALE-DISCOUNT - WS-PST-CREDIT-DISCOUNT
           MOVE RCN-TOT-DISCOUNT TO WS-TIE-EXPECTED
           PERFORM 8100-WRITE-TIE-LINE

           MOVE "NET RECEIVABLE" TO WS-TL-LABEL
           COMPUTE WS-TIE-POSTED =
               WS-PST-RECV-DEBIT - WS-PST-RECV-CREDIT
           COMPUTE WS-TIE-EXPECTED =
               RCN-TOT-AMOUNT + RCN-TOT-TAX
           PERFORM 8100-WRITE-TIE-LINE

           MOVE "NET SALES TAX" TO WS-TL-LABEL
           COMPUTE WS-TIE-POSTED =
               WS-PST-TAX-CHARGED - WS-PST-TAX-REVERSED
           MOVE RCN-TOT-TAX TO WS-TIE-EXPECTED
           PERFORM 8100-WRITE-TIE-LINE

      *  Promo dollars posted off PROMORED must equal the promo
      *  share the priced orders carry - a replayed or stale
      *  redemption file shows up here.
           MOVE "PROMO REDEEMED VS PRICED" TO WS-TL-LABEL
           MOVE WS-REDEEMED-PROMO TO WS-TIE-POSTED
           MOVE WS-PRICED-PROMO TO WS-TIE-EXPECTED
           PERFORM 8100-WRITE-TIE-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "REGULAR ORDERS POSTED" TO WS-CL-LABEL
           MOVE WS-ORDERS-POSTED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "BULK ORDERS POSTED" TO WS-CL-LABEL
           MOVE WS-BULK-POSTED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "CREDIT MEMOS POSTED" TO WS-CL-LABEL
           MOVE WS-CREDITS-POSTED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "REJECTS NOT POSTED" TO WS-CL-LABEL
           MOVE WS-REJECTS-SKIPPED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "REDEMPTIONS POSTED" TO WS-CL-LABEL
           MOVE WS-REDEMPTIONS-POSTED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "REDEMPTIONS NOT POSTED" TO WS-CL-LABEL
           MOVE WS-REDEMPTIONS-SKIPPED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "UNMAPPED JOURNAL LINES" TO WS-CL-LABEL
           MOVE WS-UNMAPPED-COUNT TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           IF WS-UNMAPPED-COUNT > ZEROES
               MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
           END-IF
           IF RCN-RECON-STATUS NOT = "PASS"
               DISPLAY "Warning: Pricing run reconciliation status "
                   "was " RCN-RECON-STATUS "."
               MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "POSTING STATUS:" TO WS-SL-LABEL
           IF WS-OUT-OF-BALANCE
               MOVE "OUT OF BALANCE" TO WS-SL-STATUS
               DISPLAY "GL JOURNAL OUT OF BALANCE - DO NOT LOAD"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "IN BALANCE" TO WS-SL-STATUS
           END-IF
           WRITE REPORT-LINE FROM WS-STATUS-LINE
           DISPLAY "GL posting complete - " WS-JOURNAL-LINE-COUNT
               " journal lines, status " WS-SL-STATUS.

       8100-WRITE-TIE-LINE.
           MOVE WS-TIE-POSTED TO WS-TL-POSTED
           MOVE WS-TIE-EXPECTED TO WS-TL-EXPECTED
           IF WS-TIE-POSTED = WS-TIE-EXPECTED
               MOVE "OK" TO WS-TL-STATUS
           ELSE
               MOVE "OUT" TO WS-TL-STATUS
               MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
           END-IF
           WRITE REPORT-LINE FROM WS-TIE-LINE.

       8500-WRITE-GEN-CONTROL.
           MOVE SPACES TO GEN-CONTROL-OUT-RECORD
           MOVE "GLJRNL"              TO CTO-FILE-NAME
           MOVE WS-RUN-DATE           TO CTO-BUSINESS-DATE
           MOVE WS-JOURNAL-LINE-COUNT TO CTO-RECORD-COUNT
           MOVE WS-JOURNAL-HASH       TO CTO-AMOUNT-HASH
           WRITE GEN-CONTROL-OUT-RECORD.

       9000-TERMINATE.
           CLOSE ORDER-PRICED-IN
           CLOSE BULK-PRICED-IN
           CLOSE CREDIT-PRICED-IN
           CLOSE REDEMPTION-IN
           CLOSE JOURNAL-OUT
           CLOSE CONTROL-REPORT
           CLOSE GEN-CONTROL-OUT.
