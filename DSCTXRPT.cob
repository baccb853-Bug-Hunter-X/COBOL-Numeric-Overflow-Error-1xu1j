      ******************************************************************
      *  DSCTXRPT
      *
      *  Monthly sales-tax liability report.  Reads the month's
      *  accumulated TAX-DETAIL-RECORD history (the daily TAXDTL
      *  files from DSCBATCH concatenated) and rolls it up by ship-to
      *  jurisdiction: taxable and exempt sales, the tax collected on
      *  sales, the taxable credits and the tax reversed on them,
      *  and the net liability owed to each jurisdiction for the
      *  filing.  Every figure is the base-currency equivalent
      *  DSCBATCH carries on the row, so orders priced in other
      *  currencies add into their jurisdiction's totals at the rate
      *  they were priced at.  The reporting month is the month of
      *  the PARMFILE business date when one is supplied, else the
      *  machine date - rows for any other month on the history are
      *  skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCTXRPT.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-HISTORY ASSIGN TO "TAXHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-HIST-STATUS.

           SELECT SORT-WORK ASSIGN TO "TXRSORT".

           SELECT TAX-REPORT ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-RPT-STATUS.

      *  Jurisdiction names come off the rate rows of the tax master.
           SELECT TAX-MASTER ASSIGN TO "TAXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-KEY
               FILE STATUS IS WS-TAX-MAST-STATUS.

           SELECT OPTIONAL RUN-PARMS ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARMS-STATUS.

      *  Generation handshake - the daily pricing batch control
      *  files, concatenated the same way the TAXDTL history is.
      *  The summed TAXDTL rows must match what this job reads.
           SELECT GEN-CONTROL-IN ASSIGN TO "TAXHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CONTROL-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-HISTORY
           RECORDING MODE IS F.
       COPY TXDREC.

      *  SORT-RECORD must stay byte-for-byte identical to
      *  TAX-DETAIL-RECORD (TXDREC.cpy) - SORT ... USING does a
      *  positional copy into the SD record, not a name-based move, so
      *  the field order/sizes here have to match the FD exactly.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-RUN-DATE.
               10  SRT-RUN-YYYYMM      PIC 9(6).
               10  SRT-RUN-DD          PIC 9(2).
           05  SRT-ORDER-ID            PIC X(10).
           05  SRT-CUST-NO             PIC X(08).
           05  SRT-CHANNEL             PIC X(02).
           05  SRT-JURISDICTION        PIC X(05).
           05  SRT-TXN-TYPE            PIC X(01).
               88  SRT-SALE            VALUE "S".
               88  SRT-CREDIT          VALUE "C".
           05  SRT-EXEMPT-IND          PIC X(01).
               88  SRT-EXEMPT          VALUE "Y".
               88  SRT-TAXABLE         VALUE "N".
           05  SRT-TAX-RATE            PIC 9(2)V9(3).
           05  SRT-TAXABLE-AMOUNT      PIC 9(7)V99.
           05  SRT-TAX-AMOUNT          PIC 9(7)V99.
           05  SRT-CURRENCY            PIC X(03).
           05  SRT-BASE-TAXABLE-AMOUNT PIC 9(9)V99.
           05  SRT-BASE-TAX-AMOUNT     PIC 9(9)V99.
           05  FILLER                  PIC X(10).

       FD  TAX-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       FD  TAX-MASTER.
       COPY TAXREC.

       FD  RUN-PARMS
           RECORDING MODE IS F.
       COPY PARMREC.

       FD  GEN-CONTROL-IN
           RECORDING MODE IS F.
       COPY CTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TAX-HIST-STATUS      PIC XX.
           05  WS-TAX-RPT-STATUS       PIC XX.
           05  WS-TAX-MAST-STATUS      PIC XX.
               88  TAX-MASTER-FOUND    VALUE "00".
           05  WS-RUN-PARMS-STATUS     PIC XX.
               88  RUN-PARMS-FOUND     VALUE "00".
           05  WS-GEN-CONTROL-IN-STATUS PIC XX.
               88  GEN-CONTROL-IN-FOUND VALUE "00".

       01  WS-SWITCHES.
           05  WS-SORT-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-SORTED-DATA  VALUE "Y".
           05  WS-FIRST-RECORD-SWITCH  PIC X VALUE "Y".
               88  WS-FIRST-RECORD     VALUE "Y".
           05  WS-TAX-MAST-OPEN-SWITCH PIC X VALUE "N".
               88  WS-TAX-MAST-OPEN    VALUE "Y".

       01  WS-REPORT-DATE.
           05  WS-REPORT-YYYYMM        PIC 9(6).
           05  WS-REPORT-DD            PIC 9(2).

       01  WS-PREV-JURISDICTION        PIC X(05) VALUE SPACES.

      *--------------------------------------------------------------*
      *  Generation handshake work fields - the summed TAXDTL
      *  control rows against the actuals counted on a pre-pass
      *  over the concatenated history.
      *--------------------------------------------------------------*
       01  WS-VERIFY-FIELDS.
           05  WS-CONTROL-EOF-SWITCH   PIC X VALUE "N".
               88  END-OF-CONTROLS     VALUE "Y".
           05  WS-DATA-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-DATA-SWEEP   VALUE "Y".
           05  WS-VERIFY-FAIL-SWITCH   PIC X VALUE "N".
               88  WS-VERIFY-FAILED    VALUE "Y".
           05  WS-CTL-ROW-SWITCH       PIC X VALUE "N".
               88  WS-CTL-ROW-FOUND    VALUE "Y".
           05  WS-EXP-COUNT            PIC 9(9) VALUE ZEROES.
           05  WS-EXP-HASH             PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACT-COUNT            PIC 9(9) VALUE ZEROES.
           05  WS-ACT-HASH             PIC 9(11)V99 VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Jurisdiction and grand totals.  Net liability is the tax
      *  collected on sales less the tax reversed on credits; exempt
      *  sales are shown net of exempt credits.
      *--------------------------------------------------------------*
       01  WS-JURIS-TOTALS.
           05  WS-JT-TAXABLE-SALES     PIC S9(11)V99 VALUE ZEROES.
           05  WS-JT-EXEMPT-SALES      PIC S9(11)V99 VALUE ZEROES.
           05  WS-JT-TAX-COLLECTED     PIC S9(11)V99 VALUE ZEROES.
           05  WS-JT-TAXABLE-CREDITS   PIC S9(11)V99 VALUE ZEROES.
           05  WS-JT-TAX-REVERSED      PIC S9(11)V99 VALUE ZEROES.
           05  WS-JT-NET-LIABILITY     PIC S9(11)V99 VALUE ZEROES.

       01  WS-GRAND-TOTALS.
           05  WS-GT-TAXABLE-SALES     PIC S9(11)V99 VALUE ZEROES.
           05  WS-GT-EXEMPT-SALES      PIC S9(11)V99 VALUE ZEROES.
           05  WS-GT-TAX-COLLECTED     PIC S9(11)V99 VALUE ZEROES.
           05  WS-GT-TAXABLE-CREDITS   PIC S9(11)V99 VALUE ZEROES.
           05  WS-GT-TAX-REVERSED      PIC S9(11)V99 VALUE ZEROES.
           05  WS-GT-NET-LIABILITY     PIC S9(11)V99 VALUE ZEROES.
           05  WS-GT-JURIS-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-GT-ROWS-READ         PIC 9(9) VALUE ZEROES.
           05  WS-GT-ROWS-SKIPPED      PIC 9(9) VALUE ZEROES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE "SALES TAX LIABILITY REPORT - MONTH".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-H1-YYYYMM            PIC 9(6).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(07) VALUE "JURIS".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(17)
               VALUE "  TAXABLE SALES".
           05  FILLER                  PIC X(17)
               VALUE "   EXEMPT SALES".
           05  FILLER                  PIC X(17)
               VALUE "  TAX COLLECTED".
           05  FILLER                  PIC X(17)
               VALUE "TAXABLE CREDITS".
           05  FILLER                  PIC X(17)
               VALUE "   TAX REVERSED".
           05  FILLER                  PIC X(17)
               VALUE "  NET LIABILITY".

       01  WS-DETAIL-LINE.
           05  WS-DL-JURISDICTION      PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-JURIS-NAME        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-TAXABLE-SALES     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-EXEMPT-SALES      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-TAX-COLLECTED     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-TAXABLE-CREDITS   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-TAX-REVERSED      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-NET-LIABILITY     PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-VERIFY-GENERATION
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK
               ON ASCENDING KEY SRT-JURISDICTION SRT-RUN-DATE
                                SRT-ORDER-ID
               USING TAX-HISTORY
               OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
           IF WS-TAX-MAST-OPEN
               CLOSE TAX-MASTER
           END-IF
           DISPLAY "Tax liability report complete - "
               WS-GT-JURIS-COUNT " jurisdictions, "
               WS-GT-ROWS-READ " rows for " WS-REPORT-YYYYMM
           STOP RUN.

      *--------------------------------------------------------------*
      *  Generation handshake - the concatenated history is swept
      *  once and its count and base taxable-amount hash proven
      *  against the summed TAXDTL control rows, so a month missing a
      *  day (or doubled by a bad concatenation) fails loudly before
      *  a short filing goes out.  No date check - the history
      *  legitimately spans the whole month's business dates.
      *--------------------------------------------------------------*
       0500-VERIFY-GENERATION.
           PERFORM 0510-SUM-CONTROL-ROWS
           PERFORM 0530-SWEEP-HISTORY
           IF NOT WS-CTL-ROW-FOUND
               DISPLAY "Error: No TAXDTL control rows on TAXHCTL."
               MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
           ELSE
               IF WS-ACT-COUNT NOT = WS-EXP-COUNT
                  OR WS-ACT-HASH NOT = WS-EXP-HASH
                   DISPLAY "Error: Tax history does not match its "
                       "summed controls - count/hash mismatch."
                   MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
               END-IF
           END-IF
           IF WS-VERIFY-FAILED
               DISPLAY "GENERATION HANDSHAKE FAILED - TAX "
                   "LIABILITY REPORT NOT PRODUCED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0510-SUM-CONTROL-ROWS.
           OPEN INPUT GEN-CONTROL-IN
           IF NOT GEN-CONTROL-IN-FOUND
               DISPLAY "Error: Control history TAXHCTL missing - "
                   "cannot verify tax history."
               MOVE "Y" TO WS-VERIFY-FAIL-SWITCH
           ELSE
               PERFORM UNTIL END-OF-CONTROLS
                   READ GEN-CONTROL-IN
                       AT END
                           MOVE "Y" TO WS-CONTROL-EOF-SWITCH
                       NOT AT END
                           IF CTL-FILE-NAME = "TAXDTL"
                               MOVE "Y" TO WS-CTL-ROW-SWITCH
                               ADD CTL-RECORD-COUNT TO WS-EXP-COUNT
                               ADD CTL-AMOUNT-HASH TO WS-EXP-HASH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GEN-CONTROL-IN.

       0530-SWEEP-HISTORY.
           OPEN INPUT TAX-HISTORY
           PERFORM UNTIL END-OF-DATA-SWEEP
               READ TAX-HISTORY
                   AT END
                       MOVE "Y" TO WS-DATA-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ACT-COUNT
                       ADD TXD-BASE-TAXABLE-AMOUNT TO WS-ACT-HASH
               END-READ
           END-PERFORM
           CLOSE TAX-HISTORY.

      *  The reporting month defaults to the machine date; a PARMFILE
      *  business date overrides it so the month can be rerun after
      *  the calendar has rolled over.
       1000-INITIALIZE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-PARMS
           IF RUN-PARMS-FOUND
               READ RUN-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-BUSINESS-DATE NUMERIC
                          AND PRM-BUSINESS-DATE NOT = ZEROES
                           MOVE PRM-BUSINESS-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-PARMS
           OPEN INPUT TAX-MASTER
           IF TAX-MASTER-FOUND
               MOVE "Y" TO WS-TAX-MAST-OPEN-SWITCH
           ELSE
               DISPLAY "Error: Tax master TAXMAST not available - "
                   "jurisdiction names will print blank."
           END-IF
           MOVE WS-REPORT-YYYYMM TO WS-H1-YYYYMM.

       2000-PRODUCE-REPORT.
           OPEN OUTPUT TAX-REPORT
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2050-RETURN-SORTED-RECORD
           PERFORM UNTIL END-OF-SORTED-DATA
               IF SRT-RUN-YYYYMM NOT = WS-REPORT-YYYYMM
                   ADD 1 TO WS-GT-ROWS-SKIPPED
               ELSE
                   IF WS-FIRST-RECORD
                      OR SRT-JURISDICTION NOT = WS-PREV-JURISDICTION
                       PERFORM 2100-BREAK-ON-JURISDICTION
                   END-IF
                   ADD 1 TO WS-GT-ROWS-READ
                   PERFORM 2200-ACCUMULATE-ROW
               END-IF
               PERFORM 2050-RETURN-SORTED-RECORD
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 2500-PRINT-JURISDICTION
           END-IF
           PERFORM 2700-PRINT-GRAND-TOTALS
           CLOSE TAX-REPORT.

       2050-RETURN-SORTED-RECORD.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       2100-BREAK-ON-JURISDICTION.
           IF NOT WS-FIRST-RECORD
               PERFORM 2500-PRINT-JURISDICTION
           END-IF
           MOVE "N" TO WS-FIRST-RECORD-SWITCH
           MOVE SRT-JURISDICTION TO WS-PREV-JURISDICTION
           MOVE ZEROES TO WS-JT-TAXABLE-SALES
           MOVE ZEROES TO WS-JT-EXEMPT-SALES
           MOVE ZEROES TO WS-JT-TAX-COLLECTED
           MOVE ZEROES TO WS-JT-TAXABLE-CREDITS
           MOVE ZEROES TO WS-JT-TAX-REVERSED.

       2200-ACCUMULATE-ROW.
           IF SRT-SALE
               IF SRT-EXEMPT
                   ADD SRT-BASE-TAXABLE-AMOUNT TO WS-JT-EXEMPT-SALES
               ELSE
                   ADD SRT-BASE-TAXABLE-AMOUNT TO WS-JT-TAXABLE-SALES
                   ADD SRT-BASE-TAX-AMOUNT TO WS-JT-TAX-COLLECTED
               END-IF
           ELSE
               IF SRT-EXEMPT
                   SUBTRACT SRT-BASE-TAXABLE-AMOUNT
                       FROM WS-JT-EXEMPT-SALES
               ELSE
                   ADD SRT-BASE-TAXABLE-AMOUNT
                       TO WS-JT-TAXABLE-CREDITS
                   ADD SRT-BASE-TAX-AMOUNT TO WS-JT-TAX-REVERSED
               END-IF
           END-IF.

      *  The name is looked up off the jurisdiction's rate row; a
      *  jurisdiction since dropped from the master still prints,
      *  flagged, because its tax was collected and is still owed.
       2500-PRINT-JURISDICTION.
           COMPUTE WS-JT-NET-LIABILITY =
               WS-JT-TAX-COLLECTED - WS-JT-TAX-REVERSED
           MOVE SPACES TO WS-DL-JURIS-NAME
           IF WS-TAX-MAST-OPEN
               MOVE WS-PREV-JURISDICTION TO TAX-JURISDICTION
               MOVE SPACES TO TAX-CUST-NO
               READ TAX-MASTER
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO WS-DL-JURIS-NAME
                   NOT INVALID KEY
                       MOVE TAX-JURIS-NAME TO WS-DL-JURIS-NAME
               END-READ
           END-IF
           MOVE WS-PREV-JURISDICTION TO WS-DL-JURISDICTION
           MOVE WS-JT-TAXABLE-SALES TO WS-DL-TAXABLE-SALES
           MOVE WS-JT-EXEMPT-SALES TO WS-DL-EXEMPT-SALES
           MOVE WS-JT-TAX-COLLECTED TO WS-DL-TAX-COLLECTED
           MOVE WS-JT-TAXABLE-CREDITS TO WS-DL-TAXABLE-CREDITS
           MOVE WS-JT-TAX-REVERSED TO WS-DL-TAX-REVERSED
           MOVE WS-JT-NET-LIABILITY TO WS-DL-NET-LIABILITY
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-GT-JURIS-COUNT
           ADD WS-JT-TAXABLE-SALES TO WS-GT-TAXABLE-SALES
           ADD WS-JT-EXEMPT-SALES TO WS-GT-EXEMPT-SALES
           ADD WS-JT-TAX-COLLECTED TO WS-GT-TAX-COLLECTED
           ADD WS-JT-TAXABLE-CREDITS TO WS-GT-TAXABLE-CREDITS
           ADD WS-JT-TAX-REVERSED TO WS-GT-TAX-REVERSED
           ADD WS-JT-NET-LIABILITY TO WS-GT-NET-LIABILITY.

       2700-PRINT-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTAL" TO WS-DL-JURISDICTION
           MOVE "ALL JURISDICTIONS" TO WS-DL-JURIS-NAME
           MOVE WS-GT-TAXABLE-SALES TO WS-DL-TAXABLE-SALES
           MOVE WS-GT-EXEMPT-SALES TO WS-DL-EXEMPT-SALES
           MOVE WS-GT-TAX-COLLECTED TO WS-DL-TAX-COLLECTED
           MOVE WS-GT-TAXABLE-CREDITS TO WS-DL-TAXABLE-CREDITS
           MOVE WS-GT-TAX-REVERSED TO WS-DL-TAX-REVERSED
           MOVE WS-GT-NET-LIABILITY TO WS-DL-NET-LIABILITY
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "JURISDICTIONS REPORTED" TO WS-CL-LABEL
           MOVE WS-GT-JURIS-COUNT TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "DETAIL ROWS FOR MONTH" TO WS-CL-LABEL
           MOVE WS-GT-ROWS-READ TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "ROWS OUTSIDE MONTH SKIPPED" TO WS-CL-LABEL
           MOVE WS-GT-ROWS-SKIPPED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
