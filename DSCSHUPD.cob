      ******************************************************************
      *  DSCSHUPD
      *
      *  Customer sales-history update.  Reads the priced regular
      *  (ORDEROUT), bulk (BULKOUT) and credit (CREDOUT) outputs of
      *  DSCBATCH and brings the keyed customer sales-history master
      *  (SLSHIST) forward by the business date - month-, quarter-
      *  and year-to-date net sales and discount per customer, in
      *  the base currency, with credit memos netted off and
      *  rejected orders left out.  The volume rebate accrual job
      *  measures each agreement's quarterly threshold off the
      *  master, so the rebate tracking finance kept by hand runs
      *  off the same priced figures billing and the GL see.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCSHUPD.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *  Created on the first run - a customer's row is added the
      *  first time they price clean.
           SELECT OPTIONAL SALES-HISTORY ASSIGN TO "SLSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLH-CUST-NO
               FILE STATUS IS WS-SALES-HISTORY-STATUS.

           SELECT UPDATE-REPORT ASSIGN TO "SHUPDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-RPT-STATUS.

      *  Generation handshake - the pricing batch's control rows
      *  are verified against what this job reads, and this job's
      *  own control row from its last run is read before it is
      *  replaced, so the same business date is never posted twice.
           SELECT GEN-CONTROL-IN ASSIGN TO "DSCBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CONTROL-IN-STATUS.

           SELECT OPTIONAL PRIOR-CONTROL-IN ASSIGN TO "SHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-CONTROL-STATUS.

           SELECT GEN-CONTROL-OUT ASSIGN TO "SHCTL"
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

       FD  SALES-HISTORY.
       COPY SLHREC.

       FD  UPDATE-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(80).

       FD  GEN-CONTROL-IN
           RECORDING MODE IS F.
       COPY CTLREC.

      *  PRIOR-CONTROL-RECORD and GEN-CONTROL-OUT-RECORD must stay
      *  byte-for-byte identical to GENERATION-CONTROL-RECORD
      *  (CTLREC.cpy) - the copybook's data names are taken by the
      *  pricing batch's control FD above.
       FD  PRIOR-CONTROL-IN
           RECORDING MODE IS F.
       01  PRIOR-CONTROL-RECORD.
           05  PCT-FILE-NAME           PIC X(08).
           05  PCT-BUSINESS-DATE       PIC 9(8).
           05  PCT-RECORD-COUNT        PIC 9(9).
           05  PCT-AMOUNT-HASH         PIC 9(11)V99.
           05  FILLER                  PIC X(10).

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
           05  WS-SALES-HISTORY-STATUS PIC XX.
           05  WS-UPDATE-RPT-STATUS    PIC XX.
           05  WS-GEN-CONTROL-IN-STATUS PIC XX.
               88  GEN-CONTROL-IN-FOUND VALUE "00".
           05  WS-PRIOR-CONTROL-STATUS PIC XX.
               88  PRIOR-CONTROL-FOUND VALUE "00".
           05  WS-GEN-CONTROL-OUT-STATUS PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-ORDERS       VALUE "Y".
           05  WS-BULK-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-BULK-ORDERS  VALUE "Y".
           05  WS-CREDIT-EOF-SWITCH    PIC X VALUE "N".
               88  END-OF-CREDITS      VALUE "Y".
           05  WS-CONTROL-EOF-SWITCH   PIC X VALUE "N".
               88  END-OF-CONTROLS     VALUE "Y".
           05  WS-VERIFY-FAIL-SWITCH   PIC X VALUE "N".
               88  WS-VERIFY-FAILED    VALUE "Y".
           05  WS-HISTORY-FOUND-SWITCH PIC X VALUE "N".
               88  WS-HISTORY-FOUND    VALUE "Y".

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
           05  WS-ACT-ORDOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-ACT-ORDOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACT-BLKOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-ACT-BLKOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACT-CRDOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-ACT-CRDOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-PRIOR-POST-DATE      PIC 9(8) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Business date being posted and the date of the customer's
      *  last posting, split for the period roll.
      *--------------------------------------------------------------*
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).
       01  WS-RUN-QTR                  PIC 9(1) VALUE ZEROES.

       01  WS-LAST-DATE.
           05  WS-LAST-YYYY            PIC 9(4).
           05  WS-LAST-MM              PIC 9(2).
           05  WS-LAST-DD              PIC 9(2).
       01  WS-LAST-QTR                 PIC 9(1) VALUE ZEROES.

      *  One priced record's contribution - negative for a credit.
       01  WS-POSTING.
           05  WS-POST-CUST-NO         PIC X(08).
           05  WS-POST-NET-SALES       PIC S9(9)V99.
           05  WS-POST-DISCOUNT        PIC S9(9)V99.

       01  WS-UPDATE-TOTALS.
           05  WS-ORDERS-POSTED        PIC 9(7) VALUE ZEROES.
           05  WS-BULK-POSTED          PIC 9(7) VALUE ZEROES.
           05  WS-CREDITS-POSTED       PIC 9(7) VALUE ZEROES.
           05  WS-REJECTS-SKIPPED      PIC 9(7) VALUE ZEROES.
           05  WS-CUSTOMERS-ADDED      PIC 9(7) VALUE ZEROES.
           05  WS-UPDATE-ERRORS        PIC 9(7) VALUE ZEROES.
           05  WS-RECORDS-POSTED       PIC 9(9) VALUE ZEROES.
           05  WS-POSTED-HASH          PIC 9(11)V99 VALUE ZEROES.
           05  WS-NET-SALES-POSTED     PIC S9(11)V99 VALUE ZEROES.
           05  WS-DISCOUNT-POSTED      PIC S9(11)V99 VALUE ZEROES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE "CUSTOMER SALES HISTORY UPDATE FOR".
           05  WS-H1-RUN-DATE          PIC 9(8).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(28).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-AL-LABEL             PIC X(28).
           05  WS-AL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

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
           PERFORM 8000-WRITE-UPDATE-REPORT
           PERFORM 8500-WRITE-GEN-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--------------------------------------------------------------*
      *  Generation handshake - each input is swept once and its
      *  record count and amount hash proven against the pricing
      *  batch's control rows before the master is touched.  The
      *  business date must also be later than the one this job
      *  last posted: the master is cumulative, so a rerun of a
      *  posted date would count the day's sales twice.
      *--------------------------------------------------------------*
       0500-VERIFY-GENERATION.
           PERFORM 0510-LOAD-CONTROL-ROWS
           PERFORM 0515-LOAD-PRIOR-CONTROL
           PERFORM 0530-SWEEP-PRICED-ORDERS
           PERFORM 0540-SWEEP-PRICED-BULK
           PERFORM 0550-SWEEP-PRICED-CREDITS
           PERFORM 0560-COMPARE-CONTROLS
           IF WS-VERIFY-FAILED
               DISPLAY "GENERATION HANDSHAKE FAILED - SALES "
                   "HISTORY NOT UPDATED."
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

      *  No prior control means the master has never been posted.
       0515-LOAD-PRIOR-CONTROL.
           OPEN INPUT PRIOR-CONTROL-IN
           IF PRIOR-CONTROL-FOUND
               READ PRIOR-CONTROL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-FILE-NAME = "SLSHIST"
                          AND PCT-BUSINESS-DATE NUMERIC
                           MOVE PCT-BUSINESS-DATE
                               TO WS-PRIOR-POST-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE PRIOR-CONTROL-IN.

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

       0560-COMPARE-CONTROLS.
           IF NOT WS-ORDOUT-ROW-FOUND
              OR NOT WS-BLKOUT-ROW-FOUND
              OR NOT WS-CRDOUT-ROW-FOUND
               DISPLAY "Error: Control row missing from DSCBCTL."
               MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
           ELSE
               IF WS-EXP-ORDOUT-DATE NOT = WS-EXP-BLKOUT-DATE
                  OR WS-EXP-ORDOUT-DATE NOT = WS-EXP-CRDOUT-DATE
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
               IF WS-EXP-ORDOUT-DATE NOT > WS-PRIOR-POST-DATE
                   DISPLAY "Error: Sales history already posted "
                       "through " WS-PRIOR-POST-DATE " - business "
                       "date " WS-EXP-ORDOUT-DATE " not reposted."
                   MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
               END-IF
           END-IF.

      *  The history is posted for the verified business date off
      *  the pricing batch's controls, never the machine date.
       1000-INITIALIZE.
           MOVE WS-EXP-ORDOUT-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-QTR = (WS-RUN-MM + 2) / 3
           OPEN INPUT ORDER-PRICED-IN
           OPEN INPUT BULK-PRICED-IN
           OPEN INPUT CREDIT-PRICED-IN
           OPEN I-O SALES-HISTORY
           OPEN OUTPUT UPDATE-REPORT
           OPEN OUTPUT GEN-CONTROL-OUT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

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

      *--------------------------------------------------------------*
      *  Net sales are the base-currency post-discount amount, tax
      *  excluded - what the customer actually bought.  Rejected
      *  orders (non-zero error flag) were never sold.
      *--------------------------------------------------------------*
       3000-POST-ORDER.
           IF PIN-ERROR-FLAG NOT = 0
               ADD 1 TO WS-REJECTS-SKIPPED
           ELSE
               MOVE PIN-CUST-NO TO WS-POST-CUST-NO
               MOVE PIN-BASE-AMOUNT TO WS-POST-NET-SALES
               MOVE PIN-BASE-DISCOUNT TO WS-POST-DISCOUNT
               ADD PIN-BASE-AMOUNT TO WS-POSTED-HASH
               PERFORM 6000-POST-TO-HISTORY
               ADD 1 TO WS-ORDERS-POSTED
           END-IF.

       4000-POST-BULK-ORDER.
           IF BIN-ERROR-FLAG NOT = 0
               ADD 1 TO WS-REJECTS-SKIPPED
           ELSE
               MOVE BIN-CUST-NO TO WS-POST-CUST-NO
               MOVE BIN-BASE-AMOUNT TO WS-POST-NET-SALES
               MOVE BIN-BASE-DISCOUNT TO WS-POST-DISCOUNT
               ADD BIN-BASE-AMOUNT TO WS-POSTED-HASH
               PERFORM 6000-POST-TO-HISTORY
               ADD 1 TO WS-BULK-POSTED
           END-IF.

      *  A credit memo gives back both the net sale and the discount
      *  that came with it.
       5000-POST-CREDIT.
           IF CIN-ERROR-FLAG NOT = 0
               ADD 1 TO WS-REJECTS-SKIPPED
           ELSE
               MOVE CIN-CUST-NO TO WS-POST-CUST-NO
               COMPUTE WS-POST-NET-SALES = 0 - CIN-BASE-AMOUNT
               COMPUTE WS-POST-DISCOUNT = 0 - CIN-BASE-DISCOUNT
               ADD CIN-BASE-AMOUNT TO WS-POSTED-HASH
               PERFORM 6000-POST-TO-HISTORY
               ADD 1 TO WS-CREDITS-POSTED
           END-IF.

      *--------------------------------------------------------------*
      *  Bring the customer's row forward to the business date -
      *  a bucket whose period ended since the last posting starts
      *  again from zero - then add the record in.  A customer's
      *  first clean record adds the row.
      *--------------------------------------------------------------*
       6000-POST-TO-HISTORY.
           MOVE "N" TO WS-HISTORY-FOUND-SWITCH
           MOVE WS-POST-CUST-NO TO SLH-CUST-NO
           READ SALES-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HISTORY-FOUND-SWITCH
           END-READ
           IF WS-HISTORY-FOUND
               PERFORM 6100-ROLL-PERIODS
           ELSE
               MOVE SPACES TO SALES-HISTORY-RECORD
               MOVE WS-POST-CUST-NO TO SLH-CUST-NO
               MOVE ZEROES TO SLH-MTD-NET-SALES SLH-MTD-DISCOUNT
                              SLH-QTD-NET-SALES SLH-QTD-DISCOUNT
                              SLH-YTD-NET-SALES SLH-YTD-DISCOUNT
           END-IF
           MOVE WS-RUN-DATE TO SLH-LAST-POST-DATE
           ADD WS-POST-NET-SALES TO SLH-MTD-NET-SALES
                                    SLH-QTD-NET-SALES
                                    SLH-YTD-NET-SALES
           ADD WS-POST-DISCOUNT TO SLH-MTD-DISCOUNT
                                   SLH-QTD-DISCOUNT
                                   SLH-YTD-DISCOUNT
           IF WS-HISTORY-FOUND
               REWRITE SALES-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "Error: Customer " WS-POST-CUST-NO
                           " could not be rewritten on SLSHIST."
                       ADD 1 TO WS-UPDATE-ERRORS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE SALES-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "Error: Customer " WS-POST-CUST-NO
                           " could not be added to SLSHIST."
                       ADD 1 TO WS-UPDATE-ERRORS
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-CUSTOMERS-ADDED
               END-WRITE
           END-IF
           ADD 1 TO WS-RECORDS-POSTED
           ADD WS-POST-NET-SALES TO WS-NET-SALES-POSTED
           ADD WS-POST-DISCOUNT TO WS-DISCOUNT-POSTED.

       6100-ROLL-PERIODS.
           MOVE SLH-LAST-POST-DATE TO WS-LAST-DATE
           COMPUTE WS-LAST-QTR = (WS-LAST-MM + 2) / 3
           IF WS-LAST-YYYY NOT = WS-RUN-YYYY
               MOVE ZEROES TO SLH-YTD-NET-SALES SLH-YTD-DISCOUNT
           END-IF
           IF WS-LAST-YYYY NOT = WS-RUN-YYYY
              OR WS-LAST-QTR NOT = WS-RUN-QTR
               MOVE ZEROES TO SLH-QTD-NET-SALES SLH-QTD-DISCOUNT
           END-IF
           IF WS-LAST-YYYY NOT = WS-RUN-YYYY
              OR WS-LAST-MM NOT = WS-RUN-MM
               MOVE ZEROES TO SLH-MTD-NET-SALES SLH-MTD-DISCOUNT
           END-IF.

       8000-WRITE-UPDATE-REPORT.
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

           MOVE "NEW CUSTOMERS ADDED" TO WS-CL-LABEL
           MOVE WS-CUSTOMERS-ADDED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "UPDATE ERRORS" TO WS-CL-LABEL
           MOVE WS-UPDATE-ERRORS TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "NET SALES POSTED" TO WS-AL-LABEL
           MOVE WS-NET-SALES-POSTED TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "DISCOUNT POSTED" TO WS-AL-LABEL
           MOVE WS-DISCOUNT-POSTED TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           DISPLAY "Sales history update complete - "
               WS-RECORDS-POSTED " records posted for "
               WS-RUN-DATE ", " WS-UPDATE-ERRORS " errors.".

      *  The control row is what the next run checks its business
      *  date against, and what the rebate accrual job reads to
      *  know how far the history has been posted.
       8500-WRITE-GEN-CONTROL.
           MOVE SPACES TO GEN-CONTROL-OUT-RECORD
           MOVE "SLSHIST"          TO CTO-FILE-NAME
           MOVE WS-RUN-DATE        TO CTO-BUSINESS-DATE
           MOVE WS-RECORDS-POSTED  TO CTO-RECORD-COUNT
           MOVE WS-POSTED-HASH     TO CTO-AMOUNT-HASH
           WRITE GEN-CONTROL-OUT-RECORD.

       9000-TERMINATE.
           CLOSE ORDER-PRICED-IN
           CLOSE BULK-PRICED-IN
           CLOSE CREDIT-PRICED-IN
           CLOSE SALES-HISTORY
           CLOSE UPDATE-REPORT
           CLOSE GEN-CONTROL-OUT.
