      ******************************************************************
      *  DSCRBATE
      *
      *  Volume rebate accrual.  Runs at the head of the daily
      *  stream.  When the customer sales-history master (SLSHIST)
      *  has been posted through the last business day of a month,
      *  each rebate agreement (REBAGMT) in force is measured
      *  against its customer's quarter-to-date net purchases and
      *  the rebate liability accrued to date is brought forward on
      *  the keyed accrual file (REBACCR) - the month's accrual is
      *  the movement since the previous month's row.  When the
      *  month closed is also a quarter end, the rebate earned is
      *  issued as a type "C" credit memo on REBATECR, which DSCEDIT
      *  takes in with the day's COMBINED feed, so the rebate prices,
      *  bills and posts like any other credit.  The accrual report
      *  (RBACCRPT) is finance's month-end support for the liability.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCRBATE.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-AGREEMENTS ASSIGN TO "REBAGMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGREEMENT-STATUS.

           SELECT SALES-HISTORY ASSIGN TO "SLSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLH-CUST-NO
               FILE STATUS IS WS-SALES-HISTORY-STATUS.

      *  Created on the first month end accrued.
           SELECT OPTIONAL REBATE-ACCRUALS ASSIGN TO "REBACCR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RAC-KEY
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT REBATE-CREDIT-OUT ASSIGN TO "REBATECR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBATE-CREDIT-STATUS.

           SELECT ACCRUAL-REPORT ASSIGN TO "RBACCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-RPT-STATUS.

           SELECT OPTIONAL RUN-PARMS ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARMS-STATUS.

      *  Generation handshake - the sales-history update's control
      *  row says how far the master has been posted; this job's
      *  own control row lets DSCEDIT prove the credit memos it
      *  takes in are the ones written for its business date.
           SELECT GEN-CONTROL-IN ASSIGN TO "SHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CONTROL-IN-STATUS.

           SELECT GEN-CONTROL-OUT ASSIGN TO "REBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CONTROL-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-AGREEMENTS
           RECORDING MODE IS F.
       COPY RAGREC.

       FD  SALES-HISTORY.
       COPY SLHREC.

       FD  REBATE-ACCRUALS.
       COPY RACREC.

      *  Credit memos are written in the combined feed layout so
      *  DSCEDIT edits and routes them exactly as it does a
      *  submitted credit.
       FD  REBATE-CREDIT-OUT
           RECORDING MODE IS F.
       COPY CMBREC.

       FD  ACCRUAL-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       FD  RUN-PARMS
           RECORDING MODE IS F.
       COPY PARMREC.

       FD  GEN-CONTROL-IN
           RECORDING MODE IS F.
       COPY CTLREC.

      *  GEN-CONTROL-OUT-RECORD must stay byte-for-byte identical to
      *  GENERATION-CONTROL-RECORD (CTLREC.cpy) - the copybook's
      *  data names are taken by the sales-history control FD above.
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
           05  WS-AGREEMENT-STATUS     PIC XX.
               88  AGREEMENTS-FOUND    VALUE "00".
           05  WS-SALES-HISTORY-STATUS PIC XX.
               88  SALES-HISTORY-FOUND VALUE "00".
           05  WS-ACCRUAL-STATUS       PIC XX.
           05  WS-REBATE-CREDIT-STATUS PIC XX.
           05  WS-ACCRUAL-RPT-STATUS   PIC XX.
           05  WS-RUN-PARMS-STATUS     PIC XX.
               88  RUN-PARMS-FOUND     VALUE "00".
           05  WS-GEN-CONTROL-IN-STATUS PIC XX.
               88  GEN-CONTROL-IN-FOUND VALUE "00".
           05  WS-GEN-CONTROL-OUT-STATUS PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-AGREEMENTS   VALUE "Y".
           05  WS-CONTROL-EOF-SWITCH   PIC X VALUE "N".
               88  END-OF-CONTROLS     VALUE "Y".
           05  WS-VERIFY-FAIL-SWITCH   PIC X VALUE "N".
               88  WS-VERIFY-FAILED    VALUE "Y".
           05  WS-SLH-ROW-SWITCH       PIC X VALUE "N".
               88  WS-SLH-ROW-FOUND    VALUE "Y".
           05  WS-MONTH-END-SWITCH     PIC X VALUE "N".
               88  WS-MONTH-END        VALUE "Y".
           05  WS-QUARTER-END-SWITCH   PIC X VALUE "N".
               88  WS-QUARTER-END      VALUE "Y".
           05  WS-ACCRUAL-FOUND-SWITCH PIC X VALUE "N".
               88  WS-ACCRUAL-FOUND    VALUE "Y".

       01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".

      *--------------------------------------------------------------*
      *  Business date of this run, and the date the sales history
      *  was last posted through - the month being accrued.
      *--------------------------------------------------------------*
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMM.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).
       01  WS-RUN-QTR                  PIC 9(1) VALUE ZEROES.

       01  WS-ACCR-DATE.
           05  WS-ACCR-YYYYMM.
               10  WS-ACCR-YYYY.
                   15  WS-ACCR-CC      PIC 9(2).
                   15  WS-ACCR-YY      PIC 9(2).
               10  WS-ACCR-MM          PIC 9(2).
           05  WS-ACCR-DD              PIC 9(2).
       01  WS-ACCR-QTR                 PIC 9(1) VALUE ZEROES.
       01  WS-ACCR-PERIOD              PIC 9(6) VALUE ZEROES.
       01  WS-PRIOR-PERIOD             PIC 9(6) VALUE ZEROES.
       01  WS-QTR-FIRST-MM             PIC 9(2) VALUE ZEROES.

       01  WS-HIST-DATE.
           05  WS-HIST-YYYY            PIC 9(4).
           05  WS-HIST-MM              PIC 9(2).
           05  WS-HIST-DD              PIC 9(2).
       01  WS-HIST-QTR                 PIC 9(1) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  One agreement's measurement for the month.
      *--------------------------------------------------------------*
       01  WS-AGREEMENT-WORK.
           05  WS-QTD-NET-SALES        PIC S9(9)V99.
           05  WS-QTD-DISCOUNT         PIC S9(9)V99.
           05  WS-ACCRUED-TO-DATE      PIC 9(9)V99.
           05  WS-PRIOR-ACCRUED        PIC 9(9)V99.
           05  WS-MONTH-ACCRUAL        PIC S9(9)V99.
           05  WS-AGREEMENT-NOTE       PIC X(11).

      *  Credit memo order id - "RB", the quarter's year and number,
      *  and a sequence within the run, so ids never collide with
      *  another quarter's issue or with submitted orders.
       01  WS-CREDIT-ORDER-ID.
           05  FILLER                  PIC X(02) VALUE "RB".
           05  WS-CID-YY               PIC 9(2).
           05  WS-CID-QTR              PIC 9(1).
           05  WS-CID-SEQ              PIC 9(5) VALUE ZEROES.

       01  WS-ACCRUAL-TOTALS.
           05  WS-AGREEMENTS-READ      PIC 9(7) VALUE ZEROES.
           05  WS-AGREEMENTS-INVALID   PIC 9(7) VALUE ZEROES.
           05  WS-AGREEMENTS-INACTIVE  PIC 9(7) VALUE ZEROES.
           05  WS-AGREEMENTS-ACCRUED   PIC 9(7) VALUE ZEROES.
           05  WS-AGREEMENTS-DONE      PIC 9(7) VALUE ZEROES.
           05  WS-THRESHOLDS-MET       PIC 9(7) VALUE ZEROES.
           05  WS-CREDITS-ISSUED       PIC 9(9) VALUE ZEROES.
           05  WS-CREDIT-HASH          PIC 9(11)V99 VALUE ZEROES.
           05  WS-TOTAL-ACCRUED        PIC S9(11)V99 VALUE ZEROES.
           05  WS-TOTAL-PRIOR          PIC S9(11)V99 VALUE ZEROES.
           05  WS-TOTAL-MONTH          PIC S9(11)V99 VALUE ZEROES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(36) VALUE SPACES.
           05  FILLER                  PIC X(37)
               VALUE "VOLUME REBATE ACCRUAL REPORT - MONTH".
           05  WS-H1-YYYYMM            PIC 9(6).
           05  FILLER                  PIC X(13)
               VALUE "   RUN DATE ".
           05  WS-H1-RUN-DATE          PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE "AGREEMNT".
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(17)
               VALUE "  QTD NET SALES".
           05  FILLER                  PIC X(16)
               VALUE "     THRESHOLD".
           05  FILLER                  PIC X(07) VALUE "  PCT".
           05  FILLER                  PIC X(16)
               VALUE " ACCRUED TO DT".
           05  FILLER                  PIC X(16)
               VALUE " PRIOR ACCRUED".
           05  FILLER                  PIC X(17)
               VALUE "  MONTH ACCRUAL".
           05  FILLER                  PIC X(12) VALUE "CREDIT MEMO".
           05  FILLER                  PIC X(11) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DL-AGREEMENT-ID      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-NO           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-QTD-NET-SALES     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-THRESHOLD         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PCT               PIC Z9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-ACCRUED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PRIOR             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-MONTH-ACCRUAL     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CREDIT-ORDER-ID   PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE              PIC X(11).

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-ML-TEXT              PIC X(80).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-AL-LABEL             PIC X(30).
           05  WS-AL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 0500-VERIFY-GENERATION
           PERFORM 1100-OPEN-FILES
           IF WS-MONTH-END
               PERFORM UNTIL END-OF-AGREEMENTS
                   PERFORM 2000-READ-AGREEMENT
                   IF NOT END-OF-AGREEMENTS
                       PERFORM 3000-ACCRUE-AGREEMENT
                   END-IF
               END-PERFORM
           ELSE
               MOVE
                   "NO MONTH CLOSED SINCE LAST RUN - NOTHING ACCRUED."
                   TO WS-ML-TEXT
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF
           PERFORM 8000-WRITE-ACCRUAL-TOTALS
           PERFORM 8500-WRITE-GEN-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--------------------------------------------------------------*
      *  Generation handshake - the accrual is only as good as the
      *  history it reads, so the sales-history update's control
      *  row is required.  Its business date is the last day posted;
      *  when that day's month is behind this run's, the month is
      *  closed and can be accrued.
      *--------------------------------------------------------------*
       0500-VERIFY-GENERATION.
           OPEN INPUT GEN-CONTROL-IN
           IF NOT GEN-CONTROL-IN-FOUND
               DISPLAY "Error: Sales history control file SHCTL "
                   "missing - cannot tell how far SLSHIST is posted."
               MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
           ELSE
               PERFORM UNTIL END-OF-CONTROLS
                   READ GEN-CONTROL-IN
                       AT END
                           MOVE "Y" TO WS-CONTROL-EOF-SWITCH
                       NOT AT END
                           IF CTL-FILE-NAME = "SLSHIST"
                              AND CTL-BUSINESS-DATE NUMERIC
                               MOVE "Y" TO WS-SLH-ROW-SWITCH
                               MOVE CTL-BUSINESS-DATE
                                   TO WS-ACCR-DATE
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT WS-SLH-ROW-FOUND
                   DISPLAY "Error: SLSHIST control row missing "
                       "from SHCTL."
                   MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
               END-IF
           END-IF
           CLOSE GEN-CONTROL-IN
           IF WS-VERIFY-FAILED
               DISPLAY "GENERATION HANDSHAKE FAILED - REBATE "
                   "ACCRUAL NOT PRODUCED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ACCR-QTR = (WS-ACCR-MM + 2) / 3
           COMPUTE WS-QTR-FIRST-MM = (WS-ACCR-QTR * 3) - 2
           MOVE WS-ACCR-YYYYMM TO WS-ACCR-PERIOD
           IF WS-ACCR-YYYYMM < WS-RUN-YYYYMM
               MOVE "Y" TO WS-MONTH-END-SWITCH
               IF WS-ACCR-YYYY NOT = WS-RUN-YYYY
                  OR WS-ACCR-QTR NOT = WS-RUN-QTR
                   MOVE "Y" TO WS-QUARTER-END-SWITCH
               END-IF
           END-IF
           MOVE WS-ACCR-YY TO WS-CID-YY
           MOVE WS-ACCR-QTR TO WS-CID-QTR.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-RUN-PARMS
           COMPUTE WS-RUN-QTR = (WS-RUN-MM + 2) / 3.

       1050-LOAD-RUN-PARMS.
           OPEN INPUT RUN-PARMS
           IF RUN-PARMS-FOUND
               READ RUN-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-BUSINESS-DATE NUMERIC
                          AND PRM-BUSINESS-DATE NOT = ZEROES
                           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-PARMS.

      *  The credit-memo file and control row are written every run,
      *  empty on days that close no quarter, so DSCEDIT never picks
      *  up an earlier day's credits.
       1100-OPEN-FILES.
           OPEN OUTPUT REBATE-CREDIT-OUT
           OPEN OUTPUT ACCRUAL-REPORT
           OPEN OUTPUT GEN-CONTROL-OUT
           MOVE WS-ACCR-PERIOD TO WS-H1-YYYYMM
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MONTH-END
               OPEN INPUT REBATE-AGREEMENTS
               IF NOT AGREEMENTS-FOUND
                   DISPLAY "Error: Rebate agreement file REBAGMT "
                       "not available - nothing accrued."
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               OPEN INPUT SALES-HISTORY
               IF NOT SALES-HISTORY-FOUND
                   DISPLAY "Error: Sales history master SLSHIST "
                       "not available - nothing accrued."
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               OPEN I-O REBATE-ACCRUALS
               WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2000-READ-AGREEMENT.
           READ REBATE-AGREEMENTS
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *--------------------------------------------------------------*
      *  An agreement accrues for the month when it is in force on
      *  the month's last posted day (a zero expiry is open-ended).
      *  A month already accrued by an earlier run is left alone; a
      *  rerun on the same business date recomputes it.
      *--------------------------------------------------------------*
       3000-ACCRUE-AGREEMENT.
           ADD 1 TO WS-AGREEMENTS-READ
           IF RAG-EFFECTIVE-DATE NOT NUMERIC
              OR RAG-EXPIRY-DATE NOT NUMERIC
              OR RAG-QTR-THRESHOLD NOT NUMERIC
              OR RAG-REBATE-PCT NOT NUMERIC
               DISPLAY "Error: Rebate agreement " RAG-AGREEMENT-ID
                   " has non-numeric terms - not accrued."
               ADD 1 TO WS-AGREEMENTS-INVALID
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
           IF RAG-EFFECTIVE-DATE > WS-ACCR-DATE
              OR (RAG-EXPIRY-DATE NOT = ZEROES
                  AND RAG-EXPIRY-DATE < WS-ACCR-DATE)
               ADD 1 TO WS-AGREEMENTS-INACTIVE
           ELSE
               MOVE RAG-AGREEMENT-ID TO RAC-AGREEMENT-ID
               MOVE WS-ACCR-PERIOD TO RAC-PERIOD
               MOVE "N" TO WS-ACCRUAL-FOUND-SWITCH
               READ REBATE-ACCRUALS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ACCRUAL-FOUND-SWITCH
               END-READ
               IF WS-ACCRUAL-FOUND
                  AND RAC-RUN-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-AGREEMENTS-DONE
                   MOVE RAC-QTD-NET-SALES TO WS-QTD-NET-SALES
                   MOVE RAC-ACCRUED-TO-DATE TO WS-ACCRUED-TO-DATE
                   COMPUTE WS-PRIOR-ACCRUED =
                       RAC-ACCRUED-TO-DATE - RAC-MONTH-ACCRUAL
                   MOVE ZEROES TO WS-MONTH-ACCRUAL
                   MOVE "ALREADY RUN" TO WS-AGREEMENT-NOTE
                   PERFORM 4000-PRINT-DETAIL
               ELSE
                   PERFORM 3100-MEASURE-QTD
                   PERFORM 3200-LOAD-PRIOR-ACCRUAL
                   COMPUTE WS-MONTH-ACCRUAL =
                       WS-ACCRUED-TO-DATE - WS-PRIOR-ACCRUED
                   MOVE SPACES TO RAC-CREDIT-ORDER-ID
                   IF WS-QUARTER-END
                      AND WS-ACCRUED-TO-DATE > ZERO
                       PERFORM 3500-ISSUE-CREDIT-MEMO
                   END-IF
                   PERFORM 3300-WRITE-ACCRUAL
                   ADD 1 TO WS-AGREEMENTS-ACCRUED
                   ADD WS-MONTH-ACCRUAL TO WS-TOTAL-MONTH
                   PERFORM 4000-PRINT-DETAIL
               END-IF
           END-IF
           END-IF.

      *  The quarter-to-date buckets belong to the quarter of the
      *  customer's last posting - a customer with nothing posted
      *  yet this quarter has bought nothing toward the threshold.
       3100-MEASURE-QTD.
           MOVE ZEROES TO WS-QTD-NET-SALES WS-QTD-DISCOUNT
           MOVE "NO HISTORY" TO WS-AGREEMENT-NOTE
           MOVE RAG-CUST-NO TO SLH-CUST-NO
           READ SALES-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SLH-LAST-POST-DATE TO WS-HIST-DATE
                   COMPUTE WS-HIST-QTR = (WS-HIST-MM + 2) / 3
                   IF WS-HIST-YYYY = WS-ACCR-YYYY
                      AND WS-HIST-QTR = WS-ACCR-QTR
                       MOVE SLH-QTD-NET-SALES TO WS-QTD-NET-SALES
                       MOVE SLH-QTD-DISCOUNT TO WS-QTD-DISCOUNT
                       MOVE "NOT MET" TO WS-AGREEMENT-NOTE
                   END-IF
           END-READ
           MOVE ZEROES TO WS-ACCRUED-TO-DATE
           IF WS-QTD-NET-SALES > ZERO
              AND WS-QTD-NET-SALES NOT < RAG-QTR-THRESHOLD
               COMPUTE WS-ACCRUED-TO-DATE ROUNDED =
                   WS-QTD-NET-SALES * RAG-REBATE-PCT / 100
               ADD 1 TO WS-THRESHOLDS-MET
               MOVE "EARNED" TO WS-AGREEMENT-NOTE
           END-IF.

      *  The first month of a quarter starts the liability afresh;
      *  later months accrue the movement since the month before.
       3200-LOAD-PRIOR-ACCRUAL.
           MOVE ZEROES TO WS-PRIOR-ACCRUED
           IF WS-ACCR-MM NOT = WS-QTR-FIRST-MM
               COMPUTE WS-PRIOR-PERIOD = WS-ACCR-PERIOD - 1
               MOVE RAG-AGREEMENT-ID TO RAC-AGREEMENT-ID
               MOVE WS-PRIOR-PERIOD TO RAC-PERIOD
               READ REBATE-ACCRUALS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RAC-ACCRUED-TO-DATE TO WS-PRIOR-ACCRUED
               END-READ
           END-IF.

       3300-WRITE-ACCRUAL.
           MOVE SPACES TO RAC-QUARTER-END-IND
           IF WS-QUARTER-END
               MOVE "Y" TO RAC-QUARTER-END-IND
           END-IF
           MOVE RAG-AGREEMENT-ID TO RAC-AGREEMENT-ID
           MOVE WS-ACCR-PERIOD TO RAC-PERIOD
           MOVE RAG-CUST-NO TO RAC-CUST-NO
           MOVE WS-RUN-DATE TO RAC-RUN-DATE
           MOVE WS-QTD-NET-SALES TO RAC-QTD-NET-SALES
           MOVE WS-QTD-DISCOUNT TO RAC-QTD-DISCOUNT
           MOVE RAG-QTR-THRESHOLD TO RAC-QTR-THRESHOLD
           MOVE RAG-REBATE-PCT TO RAC-REBATE-PCT
           MOVE WS-ACCRUED-TO-DATE TO RAC-ACCRUED-TO-DATE
           MOVE WS-MONTH-ACCRUAL TO RAC-MONTH-ACCRUAL
           IF WS-ACCRUAL-FOUND
               REWRITE REBATE-ACCRUAL-RECORD
                   INVALID KEY
                       DISPLAY "Error: Accrual for " RAG-AGREEMENT-ID
                           " could not be rewritten on REBACCR."
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE REBATE-ACCRUAL-RECORD
                   INVALID KEY
                       DISPLAY "Error: Accrual for " RAG-AGREEMENT-ID
                           " could not be added to REBACCR."
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.

      *--------------------------------------------------------------*
      *  The earned rebate goes back as a credit memo for the full
      *  amount - one flat discount line of zero, no item lines, in
      *  the base currency the agreement is stated in.  A rebate too
      *  wide for the feed's price field is reported for a manual
      *  credit instead of being truncated.
      *--------------------------------------------------------------*
       3500-ISSUE-CREDIT-MEMO.
           IF WS-ACCRUED-TO-DATE > 9999999.99
               DISPLAY "Error: Rebate for " RAG-AGREEMENT-ID
                   " exceeds the credit memo format - issue "
                   "manually."
               MOVE "TOO LARGE" TO WS-AGREEMENT-NOTE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-CID-SEQ
               MOVE 5 TO CMB-DISCOUNT-COUNT
               MOVE SPACES TO COMBINED-ORDER-RECORD
               MOVE "C" TO CMB-RECORD-TYPE
               MOVE WS-CREDIT-ORDER-ID TO CMB-ORDER-ID
               MOVE RAG-CUST-NO TO CMB-CUST-NO
               MOVE RAG-CHANNEL TO CMB-CHANNEL
               MOVE RAG-JURISDICTION TO CMB-JURISDICTION
               MOVE WS-BASE-CURRENCY TO CMB-CURRENCY
               MOVE WS-ACCRUED-TO-DATE TO CMB-PRICE
               MOVE ZERO TO CMB-ITEM-COUNT
               MOVE 1 TO CMB-DISCOUNT-COUNT
               MOVE "F" TO CMB-DL-TYPE (1)
               MOVE ZEROES TO CMB-DL-AMOUNT (1)
               MOVE ZEROES TO CMB-DL-PERCENT (1)
               WRITE COMBINED-ORDER-RECORD
               ADD 1 TO WS-CREDITS-ISSUED
               ADD CMB-PRICE TO WS-CREDIT-HASH
               MOVE WS-CREDIT-ORDER-ID TO RAC-CREDIT-ORDER-ID
           END-IF.

       4000-PRINT-DETAIL.
           ADD WS-ACCRUED-TO-DATE TO WS-TOTAL-ACCRUED
           ADD WS-PRIOR-ACCRUED TO WS-TOTAL-PRIOR
           MOVE RAG-AGREEMENT-ID TO WS-DL-AGREEMENT-ID
           MOVE RAG-CUST-NO TO WS-DL-CUST-NO
           MOVE WS-QTD-NET-SALES TO WS-DL-QTD-NET-SALES
           MOVE RAG-QTR-THRESHOLD TO WS-DL-THRESHOLD
           MOVE RAG-REBATE-PCT TO WS-DL-PCT
           MOVE WS-ACCRUED-TO-DATE TO WS-DL-ACCRUED
           MOVE WS-PRIOR-ACCRUED TO WS-DL-PRIOR
           MOVE WS-MONTH-ACCRUAL TO WS-DL-MONTH-ACCRUAL
           MOVE RAC-CREDIT-ORDER-ID TO WS-DL-CREDIT-ORDER-ID
           MOVE WS-AGREEMENT-NOTE TO WS-DL-NOTE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-ACCRUAL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "AGREEMENTS READ" TO WS-CL-LABEL
           MOVE WS-AGREEMENTS-READ TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "NOT IN FORCE" TO WS-CL-LABEL
           MOVE WS-AGREEMENTS-INACTIVE TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "INVALID TERMS" TO WS-CL-LABEL
           MOVE WS-AGREEMENTS-INVALID TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "ACCRUED THIS RUN" TO WS-CL-LABEL
           MOVE WS-AGREEMENTS-ACCRUED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "ACCRUED BY AN EARLIER RUN" TO WS-CL-LABEL
           MOVE WS-AGREEMENTS-DONE TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "THRESHOLD MET" TO WS-CL-LABEL
           MOVE WS-THRESHOLDS-MET TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE "CREDIT MEMOS ISSUED" TO WS-CL-LABEL
           MOVE WS-CREDITS-ISSUED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "LIABILITY ACCRUED TO DATE" TO WS-AL-LABEL
           MOVE WS-TOTAL-ACCRUED TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "PRIOR MONTH LIABILITY" TO WS-AL-LABEL
           MOVE WS-TOTAL-PRIOR TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "MONTH ACCRUAL THIS RUN" TO WS-AL-LABEL
           MOVE WS-TOTAL-MONTH TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "REBATE CREDITS ISSUED" TO WS-AL-LABEL
           MOVE WS-CREDIT-HASH TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           DISPLAY "Rebate accrual complete - "
               WS-AGREEMENTS-ACCRUED " agreements accrued for "
               WS-ACCR-PERIOD ", " WS-CREDITS-ISSUED
               " credit memos issued.".

      *  One row for the credit-memo file, dated for this run so
      *  DSCEDIT takes the credits in on this business date only.
       8500-WRITE-GEN-CONTROL.
           MOVE SPACES TO GEN-CONTROL-OUT-RECORD
           MOVE "REBATECR"         TO CTO-FILE-NAME
           MOVE WS-RUN-DATE        TO CTO-BUSINESS-DATE
           MOVE WS-CREDITS-ISSUED  TO CTO-RECORD-COUNT
           MOVE WS-CREDIT-HASH     TO CTO-AMOUNT-HASH
           WRITE GEN-CONTROL-OUT-RECORD.

       9000-TERMINATE.
           IF WS-MONTH-END
               CLOSE REBATE-AGREEMENTS
               CLOSE SALES-HISTORY
               CLOSE REBATE-ACCRUALS
           END-IF
           CLOSE REBATE-CREDIT-OUT
           CLOSE ACCRUAL-REPORT
           CLOSE GEN-CONTROL-OUT.
