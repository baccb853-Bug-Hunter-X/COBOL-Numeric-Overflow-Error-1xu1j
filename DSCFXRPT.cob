      ******************************************************************
      *  DSCFXRPT
      *
      *  Month-end converted totals by currency.  Reads the run-
      *  history file DSCBATCH appends a statistics row to at every
      *  end of job and rolls up, per order currency, the clean
      *  priced volume for the month - order count, net amount and
      *  tax in the order currency, and their base-currency
      *  equivalents at the rate each order was priced at - with the
      *  effective average rate the month was converted at.  A
      *  business date rerun after a restart or a bad feed appends a
      *  second row for the same date; the last row on the history
      *  for a date is the one that stands, so nothing is counted
      *  twice.  The reporting month is the month of the PARMFILE
      *  business date when one is supplied, else the machine date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCFXRPT.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.

           SELECT FX-REPORT ASSIGN TO "FXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RPT-STATUS.

           SELECT OPTIONAL RUN-PARMS ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY
           RECORDING MODE IS F.
       COPY RSTREC.

       FD  FX-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       FD  RUN-PARMS
           RECORDING MODE IS F.
       COPY PARMREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-HISTORY-STATUS   PIC XX.
               88  RUN-HISTORY-FOUND   VALUE "00".
           05  WS-FX-RPT-STATUS        PIC XX.
           05  WS-RUN-PARMS-STATUS     PIC XX.
               88  RUN-PARMS-FOUND     VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-HISTORY      VALUE "Y".
           05  WS-CUR-FOUND-SWITCH     PIC X VALUE "N".
               88  WS-CUR-FOUND        VALUE "Y".

       01  WS-REPORT-DATE.
           05  WS-REPORT-YYYYMM        PIC 9(6).
           05  WS-REPORT-DD            PIC 9(2).

       01  WS-ROW-DATE.
           05  WS-ROW-YYYYMM           PIC 9(6).
           05  WS-ROW-DD               PIC 9(2).

       01  WS-SUBSCRIPTS.
           05  WS-DAY-SUB              PIC 9(2) COMP VALUE ZEROES.
           05  WS-ENT-SUB              PIC 9(2) COMP VALUE ZEROES.
           05  WS-CUR-SUB              PIC 9(2) COMP VALUE ZEROES.
           05  WS-ROW-CUR-COUNT        PIC 9(2) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  The standing run row for each business day of the month -
      *  a later row for the same day overwrites the earlier one.
      *  Each day entry has the same layout as the run-history
      *  currency block so the row moves across whole.
      *--------------------------------------------------------------*
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY            OCCURS 31 TIMES.
               10  WS-DAY-USED         PIC X(01).
                   88  WS-DAY-HAS-RUN  VALUE "Y".
               10  WS-DAY-CUR-COUNT    PIC 9(02).
               10  WS-DAY-CUR-STATS    OCCURS 10 TIMES.
                   15  WS-DAY-CUR-CODE PIC X(03).
                   15  WS-DAY-CUR-ORDER-COUNT PIC 9(09).
                   15  WS-DAY-CUR-AMOUNT PIC S9(9)V99.
                   15  WS-DAY-CUR-TAX  PIC S9(9)V99.
                   15  WS-DAY-CUR-BASE-AMOUNT PIC S9(9)V99.
                   15  WS-DAY-CUR-BASE-TAX PIC S9(9)V99.

      *--------------------------------------------------------------*
      *  Month totals per currency.  Order-currency money cannot be
      *  added across currencies, so only the base equivalents carry
      *  a grand total.
      *--------------------------------------------------------------*
       01  WS-CURRENCY-TABLE.
           05  WS-CUR-COUNT            PIC 9(2) COMP VALUE ZEROES.
           05  WS-CUR-ENTRY            OCCURS 20 TIMES.
               10  WS-CT-CURRENCY      PIC X(03).
               10  WS-CT-ORDER-COUNT   PIC 9(9).
               10  WS-CT-AMOUNT        PIC S9(11)V99.
               10  WS-CT-TAX           PIC S9(11)V99.
               10  WS-CT-BASE-AMOUNT   PIC S9(11)V99.
               10  WS-CT-BASE-TAX      PIC S9(11)V99.

       01  WS-AVERAGE-RATE             PIC 9(3)V9(6) VALUE ZEROES.

       01  WS-GRAND-TOTALS.
           05  WS-GT-ORDER-COUNT       PIC 9(9) VALUE ZEROES.
           05  WS-GT-BASE-AMOUNT       PIC S9(11)V99 VALUE ZEROES.
           05  WS-GT-BASE-TAX          PIC S9(11)V99 VALUE ZEROES.
           05  WS-GT-ROWS-READ         PIC 9(7) VALUE ZEROES.
           05  WS-GT-ROWS-SKIPPED      PIC 9(7) VALUE ZEROES.
           05  WS-GT-ROWS-SUPERSEDED   PIC 9(7) VALUE ZEROES.
           05  WS-GT-DAYS-REPORTED     PIC 9(7) VALUE ZEROES.
           05  WS-GT-CUR-DROPPED       PIC 9(7) VALUE ZEROES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(36) VALUE SPACES.
           05  FILLER                  PIC X(44)
               VALUE "CONVERTED TOTALS BY CURRENCY - MONTH".
           05  WS-H1-YYYYMM            PIC 9(6).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(06) VALUE "CURR".
           05  FILLER                  PIC X(13) VALUE "       ORDERS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE "    ORDER CCY NET".
           05  FILLER                  PIC X(19)
               VALUE "    ORDER CCY TAX".
           05  FILLER                  PIC X(19)
               VALUE "         BASE NET".
           05  FILLER                  PIC X(19)
               VALUE "         BASE TAX".
           05  FILLER                  PIC X(14)
               VALUE "      AVG RATE".

       01  WS-DETAIL-LINE.
           05  WS-DL-CURRENCY          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-ORDER-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-TAX               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-BASE-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-BASE-TAX          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DL-AVERAGE-RATE      PIC ZZ9.999999.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE "TOTAL".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TL-ORDER-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.
           05  WS-TL-BASE-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TL-BASE-TAX          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-HISTORY
               PERFORM 2000-READ-RUN-STATS
               IF NOT END-OF-HISTORY
                   PERFORM 3000-STORE-RUN-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31
               IF WS-DAY-HAS-RUN (WS-DAY-SUB)
                   PERFORM 4000-ACCUMULATE-DAY
               END-IF
           END-PERFORM
           PERFORM 5000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           DISPLAY "Converted totals report complete - "
               WS-CUR-COUNT " currencies, " WS-GT-DAYS-REPORTED
               " business days for " WS-REPORT-YYYYMM
           STOP RUN.

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
           INITIALIZE WS-DAY-TABLE
           INITIALIZE WS-CURRENCY-TABLE
           OPEN INPUT RUN-HISTORY
           IF NOT RUN-HISTORY-FOUND
               DISPLAY "Error: Run history RUNHIST missing - "
                   "converted totals report not produced."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FX-REPORT
           MOVE WS-REPORT-YYYYMM TO WS-H1-YYYYMM.

       2000-READ-RUN-STATS.
           READ RUN-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *  Rows for another month, or written before the history
      *  carried currency totals, are counted and passed over.
       3000-STORE-RUN-ROW.
           MOVE RST-RUN-DATE TO WS-ROW-DATE
           IF WS-ROW-YYYYMM NOT = WS-REPORT-YYYYMM
              OR WS-ROW-DD < 1
              OR WS-ROW-DD > 31
              OR RST-CURRENCY-COUNT NOT NUMERIC
               ADD 1 TO WS-GT-ROWS-SKIPPED
           ELSE
               ADD 1 TO WS-GT-ROWS-READ
               MOVE WS-ROW-DD TO WS-DAY-SUB
               IF WS-DAY-HAS-RUN (WS-DAY-SUB)
                   ADD 1 TO WS-GT-ROWS-SUPERSEDED
               END-IF
               MOVE "Y" TO WS-DAY-USED (WS-DAY-SUB)
               MOVE RST-CURRENCY-COUNT TO WS-ROW-CUR-COUNT
               IF WS-ROW-CUR-COUNT > 10
                   MOVE 10 TO WS-ROW-CUR-COUNT
               END-IF
               MOVE WS-ROW-CUR-COUNT TO WS-DAY-CUR-COUNT (WS-DAY-SUB)
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ROW-CUR-COUNT
                   MOVE RST-CURRENCY-STATS (WS-ENT-SUB)
                       TO WS-DAY-CUR-STATS (WS-DAY-SUB, WS-ENT-SUB)
               END-PERFORM
           END-IF.

       4000-ACCUMULATE-DAY.
           ADD 1 TO WS-GT-DAYS-REPORTED
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-DAY-CUR-COUNT (WS-DAY-SUB)
               PERFORM 4100-ACCUMULATE-CURRENCY
           END-PERFORM.

      *  A currency past the end of the table is counted and shown
      *  on the report rather than dropped without a trace.
       4100-ACCUMULATE-CURRENCY.
           MOVE "N" TO WS-CUR-FOUND-SWITCH
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT
                  OR WS-CUR-FOUND
               IF WS-CT-CURRENCY (WS-CUR-SUB)
                   = WS-DAY-CUR-CODE (WS-DAY-SUB, WS-ENT-SUB)
                   MOVE "Y" TO WS-CUR-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-CUR-FOUND
               SUBTRACT 1 FROM WS-CUR-SUB
           ELSE
               IF WS-CUR-COUNT >= 20
                   ADD 1 TO WS-GT-CUR-DROPPED
                   DISPLAY "Warning: Currency table full - "
                       WS-DAY-CUR-CODE (WS-DAY-SUB, WS-ENT-SUB)
                       " not reported."
                   MOVE ZEROES TO WS-CUR-SUB
               ELSE
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-SUB
                   MOVE WS-DAY-CUR-CODE (WS-DAY-SUB, WS-ENT-SUB)
                       TO WS-CT-CURRENCY (WS-CUR-SUB)
               END-IF
           END-IF
           IF WS-CUR-SUB > ZEROES
               ADD WS-DAY-CUR-ORDER-COUNT (WS-DAY-SUB, WS-ENT-SUB)
                   TO WS-CT-ORDER-COUNT (WS-CUR-SUB)
               ADD WS-DAY-CUR-AMOUNT (WS-DAY-SUB, WS-ENT-SUB)
                   TO WS-CT-AMOUNT (WS-CUR-SUB)
               ADD WS-DAY-CUR-TAX (WS-DAY-SUB, WS-ENT-SUB)
                   TO WS-CT-TAX (WS-CUR-SUB)
               ADD WS-DAY-CUR-BASE-AMOUNT (WS-DAY-SUB, WS-ENT-SUB)
                   TO WS-CT-BASE-AMOUNT (WS-CUR-SUB)
               ADD WS-DAY-CUR-BASE-TAX (WS-DAY-SUB, WS-ENT-SUB)
                   TO WS-CT-BASE-TAX (WS-CUR-SUB)
           END-IF.

       5000-PRINT-REPORT.
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT
               PERFORM 5100-PRINT-CURRENCY
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GT-ORDER-COUNT TO WS-TL-ORDER-COUNT
           MOVE WS-GT-BASE-AMOUNT TO WS-TL-BASE-AMOUNT
           MOVE WS-GT-BASE-TAX TO WS-TL-BASE-TAX
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BUSINESS DAYS REPORTED" TO WS-CL-LABEL
           MOVE WS-GT-DAYS-REPORTED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "RUN ROWS FOR MONTH" TO WS-CL-LABEL
           MOVE WS-GT-ROWS-READ TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "RERUN ROWS SUPERSEDED" TO WS-CL-LABEL
           MOVE WS-GT-ROWS-SUPERSEDED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "ROWS OUTSIDE MONTH SKIPPED" TO WS-CL-LABEL
           MOVE WS-GT-ROWS-SKIPPED TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           IF WS-GT-CUR-DROPPED > ZEROES
               MOVE "CURRENCY ENTRIES NOT REPORTED" TO WS-CL-LABEL
               MOVE WS-GT-CUR-DROPPED TO WS-CL-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *  The average rate is the base net over the order-currency
      *  net - the blend of every day's rate weighted by what was
      *  priced at it.  A currency that netted to zero shows none.
       5100-PRINT-CURRENCY.
           MOVE ZEROES TO WS-AVERAGE-RATE
           IF WS-CT-AMOUNT (WS-CUR-SUB) NOT = ZEROES
               COMPUTE WS-AVERAGE-RATE ROUNDED =
                   WS-CT-BASE-AMOUNT (WS-CUR-SUB)
                   / WS-CT-AMOUNT (WS-CUR-SUB)
                   ON SIZE ERROR
                       MOVE ZEROES TO WS-AVERAGE-RATE
               END-COMPUTE
           END-IF
           MOVE WS-CT-CURRENCY (WS-CUR-SUB) TO WS-DL-CURRENCY
           MOVE WS-CT-ORDER-COUNT (WS-CUR-SUB) TO WS-DL-ORDER-COUNT
           MOVE WS-CT-AMOUNT (WS-CUR-SUB) TO WS-DL-AMOUNT
           MOVE WS-CT-TAX (WS-CUR-SUB) TO WS-DL-TAX
           MOVE WS-CT-BASE-AMOUNT (WS-CUR-SUB) TO WS-DL-BASE-AMOUNT
           MOVE WS-CT-BASE-TAX (WS-CUR-SUB) TO WS-DL-BASE-TAX
           MOVE WS-AVERAGE-RATE TO WS-DL-AVERAGE-RATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD WS-CT-ORDER-COUNT (WS-CUR-SUB) TO WS-GT-ORDER-COUNT
           ADD WS-CT-BASE-AMOUNT (WS-CUR-SUB) TO WS-GT-BASE-AMOUNT
           ADD WS-CT-BASE-TAX (WS-CUR-SUB) TO WS-GT-BASE-TAX.

       9000-TERMINATE.
           CLOSE RUN-HISTORY
           CLOSE FX-REPORT.
