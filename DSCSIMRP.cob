      ******************************************************************
      *  DSCSIMRP
      *
      *  What-If Pricing Comparison Report.  Reads the SIMOUT files of
      *  two DSCBATCH simulation runs over the same order files - one
      *  on the current DSCMAST/CHNLPOL/CONTMAST (SIMCURR) and one on
      *  the proposed copies (SIMPROP) - and prints, per order and
      *  per customer/channel, the current against the proposed
      *  discount, net amount and outcome, with the dollar impact in
      *  the base currency and the number of orders that would newly
      *  reject or newly pass.  A date range is covered by running
      *  the simulation once per business day and concatenating the
      *  day files, in the same day order, into SIMCURR and SIMPROP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCSIMRP.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-RESULTS ASSIGN TO "SIMCURR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-RESULTS-STATUS.

           SELECT PROPOSED-RESULTS ASSIGN TO "SIMPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-RESULTS-STATUS.

           SELECT SORT-WORK ASSIGN TO "DSCSORT".

           SELECT SIMULATION-REPORT ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATION-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-RESULTS
           RECORDING MODE IS F.
       COPY SIMREC.

      *  PROPOSED-RESULT-RECORD must stay byte-for-byte identical to
      *  SIMULATION-RESULT-RECORD (SIMREC.cpy) - both runs are written
      *  by the same DSCBATCH paragraph.
       FD  PROPOSED-RESULTS
           RECORDING MODE IS F.
       01  PROPOSED-RESULT-RECORD.
           05  PRP-RUN-DATE            PIC 9(8).
           05  PRP-ORDER-TYPE          PIC X(01).
               88  PRP-CREDIT-MEMO     VALUE "C".
           05  PRP-ORDER-ID            PIC X(10).
           05  PRP-CUST-NO             PIC X(08).
           05  PRP-CHANNEL             PIC X(02).
           05  PRP-CURRENCY            PIC X(03).
           05  PRP-PRICE               PIC 9(7)V99.
           05  PRP-DISCOUNT            PIC 9(7)V99.
           05  PRP-AMOUNT              PIC 9(7)V99.
           05  PRP-BASE-DISCOUNT       PIC 9(9)V99.
           05  PRP-BASE-AMOUNT         PIC 9(9)V99.
           05  PRP-ERROR-FLAG          PIC 9.
           05  FILLER                  PIC X(10).

      *  One row per matched order - the current and proposed
      *  outcome side by side.  The base-currency nets are signed so
      *  a credit memo offsets the orders it sits beside.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-CUST-NO             PIC X(08).
           05  SRT-CHANNEL             PIC X(02).
           05  SRT-RUN-DATE            PIC 9(8).
           05  SRT-ORDER-ID            PIC X(10).
           05  SRT-ORDER-TYPE          PIC X(01).
           05  SRT-CURRENCY            PIC X(03).
           05  SRT-CUR-DISCOUNT        PIC 9(7)V99.
           05  SRT-PRP-DISCOUNT        PIC 9(7)V99.
           05  SRT-CUR-AMOUNT          PIC 9(7)V99.
           05  SRT-PRP-AMOUNT          PIC 9(7)V99.
           05  SRT-CUR-BASE-NET        PIC S9(9)V99.
           05  SRT-PRP-BASE-NET        PIC S9(9)V99.
           05  SRT-CUR-ERROR-FLAG      PIC 9.
           05  SRT-PRP-ERROR-FLAG      PIC 9.

       FD  SIMULATION-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CURRENT-RESULTS-STATUS PIC XX.
               88  CURRENT-RESULTS-FOUND VALUE "00".
           05  WS-PROPOSED-RESULTS-STATUS PIC XX.
               88  PROPOSED-RESULTS-FOUND VALUE "00".
           05  WS-SIMULATION-RPT-STATUS PIC XX.

       01  WS-SWITCHES.
           05  WS-CURRENT-EOF-SWITCH   PIC X VALUE "N".
               88  END-OF-CURRENT      VALUE "Y".
           05  WS-PROPOSED-EOF-SWITCH  PIC X VALUE "N".
               88  END-OF-PROPOSED     VALUE "Y".
           05  WS-SORT-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-SORTED-DATA  VALUE "Y".
           05  WS-FIRST-RECORD-SWITCH  PIC X VALUE "Y".
               88  WS-FIRST-RECORD     VALUE "Y".
           05  WS-CHANGED-SWITCH       PIC X VALUE "N".
               88  WS-ORDER-CHANGED    VALUE "Y".

       01  WS-PREV-CUST-NO             PIC X(08) VALUE SPACES.
       01  WS-PREV-CHANNEL             PIC X(02) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-FIRST-DATE           PIC 9(8) VALUE ZEROES.
           05  WS-LAST-DATE            PIC 9(8) VALUE ZEROES.
           05  WS-MATCHED-COUNT        PIC 9(9) VALUE ZEROES.
           05  WS-ORDER-IMPACT         PIC S9(9)V99 VALUE ZEROES.
           05  WS-REASON-FLAG          PIC 9 VALUE ZEROES.
           05  WS-REASON-TEXT          PIC X(13) VALUE SPACES.

      *--------------------------------------------------------------*
      *  Outcome text per error flag - same codes as the priced-
      *  output error flag on ORDEROUT/BULKOUT/CREDOUT.
      *--------------------------------------------------------------*
       01  WS-REASON-TABLE-VALUES.
           05  FILLER                  PIC X(13) VALUE "DISC>PRICE".
           05  FILLER                  PIC X(13) VALUE "OVERFLOW".
           05  FILLER                  PIC X(13) VALUE "PROMO UNKNOWN".
           05  FILLER                  PIC X(13) VALUE "PROMO NOT EFF".
           05  FILLER                  PIC X(13) VALUE "CHANNEL CAP".
           05  FILLER                  PIC X(13) VALUE "TAX JURIS".
           05  FILLER                  PIC X(13) VALUE "TAX RATE".
           05  FILLER                  PIC X(13) VALUE "UNKNOWN SKU".
           05  FILLER                  PIC X(13) VALUE "NO EXCH RATE".
       01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-VALUES.
           05  WS-REASON-ENTRY         PIC X(13) OCCURS 9 TIMES.

       01  WS-GROUP-TOTALS.
           05  WS-GROUP-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-GROUP-CHANGED        PIC 9(7) VALUE ZEROES.
           05  WS-GROUP-CUR-NET        PIC S9(11)V99 VALUE ZEROES.
           05  WS-GROUP-PRP-NET        PIC S9(11)V99 VALUE ZEROES.
           05  WS-GROUP-IMPACT         PIC S9(11)V99 VALUE ZEROES.
           05  WS-GROUP-NEW-REJECT     PIC 9(7) VALUE ZEROES.
           05  WS-GROUP-NEW-PASS       PIC 9(7) VALUE ZEROES.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-GRAND-CHANGED        PIC 9(7) VALUE ZEROES.
           05  WS-GRAND-UNCHANGED      PIC 9(7) VALUE ZEROES.
           05  WS-GRAND-CUR-NET        PIC S9(11)V99 VALUE ZEROES.
           05  WS-GRAND-PRP-NET        PIC S9(11)V99 VALUE ZEROES.
           05  WS-GRAND-IMPACT         PIC S9(11)V99 VALUE ZEROES.
           05  WS-GRAND-NEW-REJECT     PIC 9(7) VALUE ZEROES.
           05  WS-GRAND-NEW-PASS       PIC 9(7) VALUE ZEROES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(50)
               VALUE "WHAT-IF PRICING SIMULATION - CURRENT VS PROPOSED".

       01  WS-HEADING-2.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "ORDER DATES: ".
           05  WS-H2-FIRST-DATE        PIC 9(8).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  WS-H2-LAST-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "CH".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ORDER ID".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "DATE".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE "T".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "CUR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "  CUR DISC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "  PRP DISC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "   CUR NET".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "   PRP NET".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE " BASE IMPACT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "CUR OUTCOME".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "PRP OUTCOME".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE "*".

      *  A "*" in the last column marks an order whose discount, net
      *  or outcome would change under the proposed masters.
       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-NO           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-CHANNEL           PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-ORDER-ID          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-ORDER-TYPE        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUR-DISCOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PRP-DISCOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUR-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PRP-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-IMPACT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUR-OUTCOME       PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PRP-OUTCOME       PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-CHANGED-MARK      PIC X(01).

       01  WS-GROUP-SUBTOTAL-LINE-1.
           05  FILLER                  PIC X(17)
               VALUE "  SUBTOTAL  CUST ".
           05  WS-GS1-CUST-NO          PIC X(08).
           05  FILLER                  PIC X(04) VALUE " CH ".
           05  WS-GS1-CHANNEL          PIC X(02).
           05  FILLER                  PIC X(10) VALUE "   ORDERS ".
           05  WS-GS1-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "   CHANGED ".
           05  WS-GS1-CHANGED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18)
               VALUE "   NEWLY REJECTED ".
           05  WS-GS1-NEW-REJECT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17)
               VALUE "   NEWLY PASSING ".
           05  WS-GS1-NEW-PASS         PIC ZZZ,ZZ9.

       01  WS-GROUP-SUBTOTAL-LINE-2.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE "CURRENT NET (BASE) ".
           05  WS-GS2-CUR-NET          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(23)
               VALUE "   PROPOSED NET (BASE) ".
           05  WS-GS2-PRP-NET          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(19)
               VALUE "   $ IMPACT (BASE) ".
           05  WS-GS2-IMPACT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-GRAND-HEADING.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "SIMULATION GRAND TOTALS".

       01  WS-GRAND-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-GCL-LABEL            PIC X(30).
           05  WS-GCL-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-GRAND-AMOUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-GAL-LABEL            PIC X(30).
           05  WS-GAL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CUST-NO SRT-CHANNEL
                                SRT-RUN-DATE SRT-ORDER-ID
               INPUT PROCEDURE IS 1000-MATCH-RESULTS
               OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
           STOP RUN.

      *--------------------------------------------------------------*
      *  Both runs price the same order files in the same order, so
      *  the two result files are read in step and every pair must
      *  carry the same date, order type and order id.  A pair that
      *  disagrees, or one file running out before the other, means
      *  the runs were not over the same input - the comparison would
      *  be meaningless, so the job stops rather than guess.
      *--------------------------------------------------------------*
       1000-MATCH-RESULTS.
           OPEN INPUT CURRENT-RESULTS
           IF NOT CURRENT-RESULTS-FOUND
               DISPLAY "Error: Current simulation results SIMCURR "
                   "missing - comparison not produced."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PROPOSED-RESULTS
           IF NOT PROPOSED-RESULTS-FOUND
               DISPLAY "Error: Proposed simulation results SIMPROP "
                   "missing - comparison not produced."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-CURRENT
           PERFORM 1200-READ-PROPOSED
           PERFORM UNTIL END-OF-CURRENT AND END-OF-PROPOSED
               IF END-OF-CURRENT OR END-OF-PROPOSED
                   DISPLAY "Error: SIMCURR and SIMPROP hold a "
                       "different number of orders - runs were not "
                       "over the same order files."
                   PERFORM 1900-ABANDON-COMPARISON
               END-IF
               IF SIM-RUN-DATE NOT = PRP-RUN-DATE
                  OR SIM-ORDER-TYPE NOT = PRP-ORDER-TYPE
                  OR SIM-ORDER-ID NOT = PRP-ORDER-ID
                   DISPLAY "Error: SIMCURR order " SIM-ORDER-ID
                       " is paired with SIMPROP order " PRP-ORDER-ID
                       " - runs were not over the same order files."
                   PERFORM 1900-ABANDON-COMPARISON
               END-IF
               PERFORM 1300-RELEASE-PAIR
               PERFORM 1100-READ-CURRENT
               PERFORM 1200-READ-PROPOSED
           END-PERFORM
           CLOSE CURRENT-RESULTS
           CLOSE PROPOSED-RESULTS.

       1100-READ-CURRENT.
           READ CURRENT-RESULTS
               AT END
                   MOVE "Y" TO WS-CURRENT-EOF-SWITCH
           END-READ.

       1200-READ-PROPOSED.
           READ PROPOSED-RESULTS
               AT END
                   MOVE "Y" TO WS-PROPOSED-EOF-SWITCH
           END-READ.

      *  A rejected order nets nothing in the base-currency totals,
      *  and a credit memo nets negative.
       1300-RELEASE-PAIR.
           MOVE SIM-CUST-NO       TO SRT-CUST-NO
           MOVE SIM-CHANNEL       TO SRT-CHANNEL
           MOVE SIM-RUN-DATE      TO SRT-RUN-DATE
           MOVE SIM-ORDER-ID      TO SRT-ORDER-ID
           MOVE SIM-ORDER-TYPE    TO SRT-ORDER-TYPE
           MOVE SIM-CURRENCY      TO SRT-CURRENCY
           MOVE SIM-DISCOUNT      TO SRT-CUR-DISCOUNT
           MOVE PRP-DISCOUNT      TO SRT-PRP-DISCOUNT
           MOVE SIM-AMOUNT        TO SRT-CUR-AMOUNT
           MOVE PRP-AMOUNT        TO SRT-PRP-AMOUNT
           MOVE SIM-ERROR-FLAG    TO SRT-CUR-ERROR-FLAG
           MOVE PRP-ERROR-FLAG    TO SRT-PRP-ERROR-FLAG
           MOVE ZEROES TO SRT-CUR-BASE-NET
           IF SIM-ERROR-FLAG = ZERO
               MOVE SIM-BASE-AMOUNT TO SRT-CUR-BASE-NET
               IF SIM-CREDIT-MEMO
                   MULTIPLY -1 BY SRT-CUR-BASE-NET
               END-IF
           END-IF
           MOVE ZEROES TO SRT-PRP-BASE-NET
           IF PRP-ERROR-FLAG = ZERO
               MOVE PRP-BASE-AMOUNT TO SRT-PRP-BASE-NET
               IF PRP-CREDIT-MEMO
                   MULTIPLY -1 BY SRT-PRP-BASE-NET
               END-IF
           END-IF
           IF WS-MATCHED-COUNT = ZERO
              OR SIM-RUN-DATE < WS-FIRST-DATE
               MOVE SIM-RUN-DATE TO WS-FIRST-DATE
           END-IF
           IF SIM-RUN-DATE > WS-LAST-DATE
               MOVE SIM-RUN-DATE TO WS-LAST-DATE
           END-IF
           ADD 1 TO WS-MATCHED-COUNT
           RELEASE SORT-RECORD.

       1900-ABANDON-COMPARISON.
           DISPLAY "SIMULATION COMPARISON ABANDONED - REPORT NOT "
               "PRODUCED."
           CLOSE CURRENT-RESULTS
           CLOSE PROPOSED-RESULTS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2000-PRODUCE-REPORT.
           OPEN OUTPUT SIMULATION-REPORT
           PERFORM 2010-WRITE-REPORT-HEADING
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN
           PERFORM UNTIL END-OF-SORTED-DATA
               IF WS-FIRST-RECORD
                  OR SRT-CUST-NO NOT = WS-PREV-CUST-NO
                  OR SRT-CHANNEL NOT = WS-PREV-CHANNEL
                   PERFORM 2020-BREAK-ON-CUST-CHANNEL
               END-IF
               PERFORM 2200-COMPARE-ORDER
               PERFORM 2300-WRITE-DETAIL-LINE
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 2100-WRITE-GROUP-SUBTOTAL
           END-IF
           PERFORM 2900-WRITE-GRAND-TOTAL-PAGE
           CLOSE SIMULATION-REPORT.

       2010-WRITE-REPORT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE WS-FIRST-DATE TO WS-H2-FIRST-DATE
           MOVE WS-LAST-DATE  TO WS-H2-LAST-DATE
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

       2020-BREAK-ON-CUST-CHANNEL.
           IF NOT WS-FIRST-RECORD
               PERFORM 2100-WRITE-GROUP-SUBTOTAL
           END-IF
           MOVE "N" TO WS-FIRST-RECORD-SWITCH
           MOVE SRT-CUST-NO TO WS-PREV-CUST-NO
           MOVE SRT-CHANNEL TO WS-PREV-CHANNEL
           INITIALIZE WS-GROUP-TOTALS.

       2100-WRITE-GROUP-SUBTOTAL.
           MOVE WS-PREV-CUST-NO     TO WS-GS1-CUST-NO
           MOVE WS-PREV-CHANNEL     TO WS-GS1-CHANNEL
           MOVE WS-GROUP-COUNT      TO WS-GS1-COUNT
           MOVE WS-GROUP-CHANGED    TO WS-GS1-CHANGED
           MOVE WS-GROUP-NEW-REJECT TO WS-GS1-NEW-REJECT
           MOVE WS-GROUP-NEW-PASS   TO WS-GS1-NEW-PASS
           WRITE REPORT-LINE FROM WS-GROUP-SUBTOTAL-LINE-1
           MOVE WS-GROUP-CUR-NET    TO WS-GS2-CUR-NET
           MOVE WS-GROUP-PRP-NET    TO WS-GS2-PRP-NET
           MOVE WS-GROUP-IMPACT     TO WS-GS2-IMPACT
           WRITE REPORT-LINE FROM WS-GROUP-SUBTOTAL-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *--------------------------------------------------------------*
      *  An order has changed when its discount, its net or its
      *  outcome differs between the runs.  The dollar impact is the
      *  proposed base-currency net less the current one, so a
      *  deeper discount shows as a negative impact on revenue.
      *--------------------------------------------------------------*
       2200-COMPARE-ORDER.
           MOVE "N" TO WS-CHANGED-SWITCH
           IF SRT-CUR-DISCOUNT NOT = SRT-PRP-DISCOUNT
              OR SRT-CUR-AMOUNT NOT = SRT-PRP-AMOUNT
              OR SRT-CUR-ERROR-FLAG NOT = SRT-PRP-ERROR-FLAG
               MOVE "Y" TO WS-CHANGED-SWITCH
           END-IF
           COMPUTE WS-ORDER-IMPACT =
               SRT-PRP-BASE-NET - SRT-CUR-BASE-NET
           ADD 1 TO WS-GROUP-COUNT
           ADD 1 TO WS-GRAND-COUNT
           ADD SRT-CUR-BASE-NET TO WS-GROUP-CUR-NET
           ADD SRT-CUR-BASE-NET TO WS-GRAND-CUR-NET
           ADD SRT-PRP-BASE-NET TO WS-GROUP-PRP-NET
           ADD SRT-PRP-BASE-NET TO WS-GRAND-PRP-NET
           ADD WS-ORDER-IMPACT  TO WS-GROUP-IMPACT
           ADD WS-ORDER-IMPACT  TO WS-GRAND-IMPACT
           IF WS-ORDER-CHANGED
               ADD 1 TO WS-GROUP-CHANGED
               ADD 1 TO WS-GRAND-CHANGED
           ELSE
               ADD 1 TO WS-GRAND-UNCHANGED
           END-IF
           IF SRT-CUR-ERROR-FLAG = ZERO
              AND SRT-PRP-ERROR-FLAG NOT = ZERO
               ADD 1 TO WS-GROUP-NEW-REJECT
               ADD 1 TO WS-GRAND-NEW-REJECT
           END-IF
           IF SRT-CUR-ERROR-FLAG NOT = ZERO
              AND SRT-PRP-ERROR-FLAG = ZERO
               ADD 1 TO WS-GROUP-NEW-PASS
               ADD 1 TO WS-GRAND-NEW-PASS
           END-IF.

       2300-WRITE-DETAIL-LINE.
           MOVE SRT-CUST-NO       TO WS-DL-CUST-NO
           MOVE SRT-CHANNEL       TO WS-DL-CHANNEL
           MOVE SRT-ORDER-ID      TO WS-DL-ORDER-ID
           MOVE SRT-RUN-DATE      TO WS-DL-RUN-DATE
           MOVE SRT-ORDER-TYPE    TO WS-DL-ORDER-TYPE
           MOVE SRT-CURRENCY      TO WS-DL-CURRENCY
           MOVE SRT-CUR-DISCOUNT  TO WS-DL-CUR-DISCOUNT
           MOVE SRT-PRP-DISCOUNT  TO WS-DL-PRP-DISCOUNT
           MOVE SRT-CUR-AMOUNT    TO WS-DL-CUR-AMOUNT
           MOVE SRT-PRP-AMOUNT    TO WS-DL-PRP-AMOUNT
           MOVE WS-ORDER-IMPACT   TO WS-DL-IMPACT
           MOVE SRT-CUR-ERROR-FLAG TO WS-REASON-FLAG
           PERFORM 2400-LOOKUP-REASON
           MOVE WS-REASON-TEXT    TO WS-DL-CUR-OUTCOME
           MOVE SRT-PRP-ERROR-FLAG TO WS-REASON-FLAG
           PERFORM 2400-LOOKUP-REASON
           MOVE WS-REASON-TEXT    TO WS-DL-PRP-OUTCOME
           IF WS-ORDER-CHANGED
               MOVE "*" TO WS-DL-CHANGED-MARK
           ELSE
               MOVE SPACE TO WS-DL-CHANGED-MARK
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       2400-LOOKUP-REASON.
           IF WS-REASON-FLAG = ZERO
               MOVE "PRICED" TO WS-REASON-TEXT
           ELSE
               MOVE WS-REASON-ENTRY (WS-REASON-FLAG) TO WS-REASON-TEXT
           END-IF.

       2900-WRITE-GRAND-TOTAL-PAGE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-GRAND-HEADING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ORDERS COMPARED"       TO WS-GCL-LABEL
           MOVE WS-GRAND-COUNT          TO WS-GCL-COUNT
           WRITE REPORT-LINE FROM WS-GRAND-COUNT-LINE
           MOVE "ORDERS CHANGED"        TO WS-GCL-LABEL
           MOVE WS-GRAND-CHANGED        TO WS-GCL-COUNT
           WRITE REPORT-LINE FROM WS-GRAND-COUNT-LINE
           MOVE "ORDERS UNCHANGED"      TO WS-GCL-LABEL
           MOVE WS-GRAND-UNCHANGED      TO WS-GCL-COUNT
           WRITE REPORT-LINE FROM WS-GRAND-COUNT-LINE
           MOVE "ORDERS NEWLY REJECTED"   TO WS-GCL-LABEL
           MOVE WS-GRAND-NEW-REJECT     TO WS-GCL-COUNT
           WRITE REPORT-LINE FROM WS-GRAND-COUNT-LINE
           MOVE "ORDERS NEWLY PASSING"    TO WS-GCL-LABEL
           MOVE WS-GRAND-NEW-PASS       TO WS-GCL-COUNT
           WRITE REPORT-LINE FROM WS-GRAND-COUNT-LINE
           MOVE "CURRENT NET (BASE)"    TO WS-GAL-LABEL
           MOVE WS-GRAND-CUR-NET        TO WS-GAL-AMOUNT
           WRITE REPORT-LINE FROM WS-GRAND-AMOUNT-LINE
           MOVE "PROPOSED NET (BASE)"   TO WS-GAL-LABEL
           MOVE WS-GRAND-PRP-NET        TO WS-GAL-AMOUNT
           WRITE REPORT-LINE FROM WS-GRAND-AMOUNT-LINE
           MOVE "$ IMPACT (BASE)"       TO WS-GAL-LABEL
           MOVE WS-GRAND-IMPACT         TO WS-GAL-AMOUNT
           WRITE REPORT-LINE FROM WS-GRAND-AMOUNT-LINE.
