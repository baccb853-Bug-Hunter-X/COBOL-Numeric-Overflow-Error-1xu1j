      ******************************************************************
      *  DSCCRRPT
      *
      *  Daily customer credit exposure report.  Reads the credit
      *  exposure rows DSCBATCH writes for every order it credit-
      *  checks (CRDEXPO) and the accounts-receivable credit master
      *  (CRLMAST), and prints one line per customer on credit
      *  terms to CRDXRPT: the credit limit, the opening balance
      *  from AR, today's net priced (clean sales less clean
      *  credits, base currency, before tax), the headroom left
      *  under the limit, and the orders held today over the limit.
      *  Accounts over their limit, or with orders held, are listed
      *  first; the accounts within their limit follow; customers
      *  priced today with no credit terms on the master are listed
      *  last, so finance can set their terms.
      *
      *  The business date is the PARMFILE business date when one
      *  is supplied, else the machine date - exposure rows for any
      *  other date are skipped.  Runs after DSCBATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCCRRPT.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-EXPOSURE-IN ASSIGN TO "CRDEXPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-EXPO-STATUS.

      *  Read through in customer order, once for the accounts over
      *  their limit and again for the rest.
           SELECT CREDIT-LIMIT-MASTER ASSIGN TO "CRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRL-CUST-NO
               FILE STATUS IS WS-CREDIT-LIMIT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-NO
               FILE STATUS IS WS-CUSTOMER-MAST-STATUS.

           SELECT OPTIONAL RUN-PARMS ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARMS-STATUS.

           SELECT SORT-WORK ASSIGN TO "DSCSORT".

           SELECT CREDIT-EXPOSURE-RPT ASSIGN TO "CRDXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-EXPOSURE-IN
           RECORDING MODE IS F.
       COPY CRXREC.

       FD  CREDIT-LIMIT-MASTER.
       COPY CRLREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  RUN-PARMS
           RECORDING MODE IS F.
       COPY PARMREC.

      *  One row per exposure row for the business date.  Within an
      *  order the latest row written sorts first - a pricing
      *  restart re-writes the rows of its replay window further
      *  down the file, and the later row is the one that stands.
       SD  SORT-WORK.
       01  EXPOSURE-SORT-RECORD.
           05  ESR-ORDER-KEY.
               10  ESR-CUST-NO         PIC X(08).
               10  ESR-ORDER-TYPE      PIC X(01).
                   88  ESR-CREDIT-MEMO VALUE "C".
               10  ESR-ORDER-ID        PIC X(10).
           05  ESR-FILE-SEQ            PIC 9(09).
           05  ESR-OUTCOME             PIC X(01).
               88  ESR-PASSED          VALUE "P".
               88  ESR-OVER-LIMIT      VALUE "L".
               88  ESR-NOT-CHECKED     VALUE "N".
           05  ESR-BASE-AMOUNT         PIC 9(9)V99.

       FD  CREDIT-EXPOSURE-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CREDIT-EXPO-STATUS   PIC XX.
               88  CREDIT-EXPO-FOUND   VALUE "00".
           05  WS-CREDIT-LIMIT-STATUS  PIC XX.
               88  CREDIT-MASTER-FOUND VALUE "00".
           05  WS-CUSTOMER-MAST-STATUS PIC XX.
           05  WS-RUN-PARMS-STATUS     PIC XX.
               88  RUN-PARMS-FOUND     VALUE "00".
           05  WS-CREDIT-RPT-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  WS-SORT-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-SORTED-DATA  VALUE "Y".
           05  WS-FIRST-RECORD-SWITCH  PIC X VALUE "Y".
               88  WS-FIRST-RECORD     VALUE "Y".
           05  WS-PASS-SWITCH          PIC X VALUE "1".
               88  WS-OVER-LIMIT-PASS  VALUE "1".
               88  WS-WITHIN-LIMIT-PASS VALUE "2".
           05  WS-POSITIONED-SWITCH    PIC X VALUE "N".
               88  WS-ACTIVITY-POSITIONED VALUE "Y".
           05  WS-ACCOUNT-OVER-SWITCH  PIC X VALUE "N".
               88  WS-ACCOUNT-OVER     VALUE "Y".

       01  WS-RUN-IDENTIFICATION.
           05  WS-REPORT-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-FILE-SEQ             PIC 9(9) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Page control - PARMFILE's page depth when one is given,
      *  the same default as the pricing batch's reports otherwise.
      *--------------------------------------------------------------*
       01  WS-PAGE-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(2) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(2) VALUE 55.
           05  WS-PAGE-COUNT           PIC 9(4) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Today's activity by customer, built from the sorted rows so
      *  the table is in customer order - each pass over the credit
      *  master, also in customer order, steps through it alongside.
      *  The on-master flag leaves the customers with no credit
      *  terms to be listed at the end.
      *--------------------------------------------------------------*
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-COUNT            PIC 9(4) COMP VALUE ZEROES.
           05  WS-ACT-SUB              PIC 9(4) COMP VALUE ZEROES.
           05  WS-ACT-ENTRY            OCCURS 5000 TIMES.
               10  WS-AC-CUST-NO       PIC X(08).
               10  WS-AC-ORDER-COUNT   PIC 9(05).
               10  WS-AC-SALES-NET     PIC 9(11)V99.
               10  WS-AC-CREDIT-NET    PIC 9(11)V99.
               10  WS-AC-HELD-COUNT    PIC 9(05).
               10  WS-AC-HELD-AMOUNT   PIC 9(11)V99.
               10  WS-AC-MASTER-IND    PIC X(01).
                   88  WS-AC-ON-MASTER VALUE "Y".

       01  WS-PREV-ORDER-KEY           PIC X(19) VALUE SPACES.

      *--------------------------------------------------------------*
      *  The account being printed.  Exposure is the opening balance
      *  plus today's net priced; headroom is what is left under the
      *  limit, negative when the account is over it.
      *--------------------------------------------------------------*
       01  WS-ACCOUNT-FIGURES.
           05  WS-CREDIT-LIMIT         PIC 9(9)V99 VALUE ZEROES.
           05  WS-OPENING-BALANCE      PIC S9(9)V99 VALUE ZEROES.
           05  WS-TODAY-NET            PIC S9(11)V99 VALUE ZEROES.
           05  WS-HEADROOM             PIC S9(11)V99 VALUE ZEROES.
           05  WS-HELD-COUNT           PIC 9(05) VALUE ZEROES.
           05  WS-HELD-AMOUNT          PIC 9(11)V99 VALUE ZEROES.

       01  WS-RUN-COUNTERS.
           05  WS-ROWS-READ            PIC 9(9) VALUE ZEROES.
           05  WS-ROWS-OTHER-DATE      PIC 9(9) VALUE ZEROES.
           05  WS-ROWS-REPEATED        PIC 9(9) VALUE ZEROES.
           05  WS-ORDERS-CHECKED       PIC 9(9) VALUE ZEROES.
           05  WS-BAD-MASTER-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-SECTION-COUNT        PIC 9(7) VALUE ZEROES.

       01  WS-GRAND-TOTALS.
           05  WS-GT-OVER-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-GT-WITHIN-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-GT-NO-TERMS-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-GT-CREDIT-LIMIT      PIC 9(13)V99 VALUE ZEROES.
           05  WS-GT-OPENING-BALANCE   PIC S9(13)V99 VALUE ZEROES.
           05  WS-GT-TODAY-NET         PIC S9(13)V99 VALUE ZEROES.
           05  WS-GT-NO-TERMS-NET      PIC S9(13)V99 VALUE ZEROES.
           05  WS-GT-HELD-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-GT-HELD-AMOUNT       PIC 9(13)V99 VALUE ZEROES.

       01  WS-PRINT-LINE               PIC X(132).

       01  WS-HEADING-1.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(47)
               VALUE "CUSTOMER CREDIT EXPOSURE REPORT - BUSINESS DATE".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-H1-REPORT-DATE       PIC 9(8).
           05  FILLER                  PIC X(27) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  WS-H1-PAGE              PIC ZZZ9.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(60)
               VALUE "BASE-CURRENCY AMOUNTS, NET OF TAX".

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(26) VALUE "NAME".
           05  FILLER                  PIC X(16)
               VALUE "  CREDIT LIMIT".
           05  FILLER                  PIC X(17)
               VALUE "   OPENING BAL".
           05  FILLER                  PIC X(19)
               VALUE "TODAY NET PRICED".
           05  FILLER                  PIC X(19)
               VALUE "         HEADROOM".
           05  FILLER                  PIC X(08) VALUE "  HELD".
           05  FILLER                  PIC X(14)
               VALUE "   HELD AMOUNT".

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-NO           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-NAME         PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CREDIT-LIMIT      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-CREDIT-LIMIT-X REDEFINES WS-DL-CREDIT-LIMIT
                                       PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-OPENING           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-DL-OPENING-X REDEFINES WS-DL-OPENING
                                       PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-TODAY-NET         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-HEADROOM          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DL-HEADROOM-X REDEFINES WS-DL-HEADROOM
                                       PIC X(17).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-HELD-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-HELD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT              PIC X(70).

       01  WS-TOTAL-AMOUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TAL-LABEL            PIC X(40).
           05  WS-TAL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TOTAL-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TCL-LABEL            PIC X(40).
           05  WS-TCL-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK
               ON ASCENDING KEY ESR-CUST-NO ESR-ORDER-TYPE ESR-ORDER-ID
               ON DESCENDING KEY ESR-FILE-SEQ
               INPUT PROCEDURE IS 2000-SELECT-EXPOSURE-ROWS
               OUTPUT PROCEDURE IS 3000-BUILD-ACTIVITY
           SET WS-OVER-LIMIT-PASS TO TRUE
           MOVE "ACCOUNTS OVER CREDIT LIMIT OR WITH ORDERS HELD TODAY"
               TO WS-SL-TEXT
           PERFORM 4000-PRINT-ACCOUNTS
           SET WS-WITHIN-LIMIT-PASS TO TRUE
           MOVE "ACCOUNTS WITHIN CREDIT LIMIT" TO WS-SL-TEXT
           PERFORM 4000-PRINT-ACCOUNTS
           PERFORM 6000-PRINT-NO-TERMS
           PERFORM 8000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           DISPLAY "Credit exposure report complete - "
               WS-GT-OVER-COUNT " accounts over limit, "
               WS-GT-HELD-COUNT " orders held for " WS-REPORT-DATE
           STOP RUN.

      *  The report date defaults to the machine date; a PARMFILE
      *  business date overrides it so a day can be rerun after the
      *  calendar has rolled over.
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
                       IF PRM-LINES-PER-PAGE NUMERIC
                          AND PRM-LINES-PER-PAGE NOT = ZEROES
                           MOVE PRM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-PARMS
           OPEN INPUT CREDIT-EXPOSURE-IN
           IF NOT CREDIT-EXPO-FOUND
               DISPLAY "Error: Credit exposure file CRDEXPO missing - "
                   "no report produced."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT CREDIT-EXPOSURE-RPT
           MOVE WS-REPORT-DATE TO WS-H1-REPORT-DATE.

       2000-SELECT-EXPOSURE-ROWS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ CREDIT-EXPOSURE-IN
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF CRX-RUN-DATE = WS-REPORT-DATE
                           PERFORM 2100-RELEASE-EXPOSURE-ROW
                       ELSE
                           ADD 1 TO WS-ROWS-OTHER-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-EXPOSURE-IN.

       2100-RELEASE-EXPOSURE-ROW.
           ADD 1 TO WS-FILE-SEQ
           MOVE CRX-CUST-NO       TO ESR-CUST-NO
           MOVE CRX-ORDER-TYPE    TO ESR-ORDER-TYPE
           MOVE CRX-ORDER-ID      TO ESR-ORDER-ID
           MOVE WS-FILE-SEQ       TO ESR-FILE-SEQ
           MOVE CRX-OUTCOME       TO ESR-OUTCOME
           MOVE CRX-BASE-AMOUNT   TO ESR-BASE-AMOUNT
           RELEASE EXPOSURE-SORT-RECORD.

      *--------------------------------------------------------------*
      *  One activity entry per customer.  Only the first row of
      *  each order counts; the rows behind it are earlier copies
      *  superseded by a restart.  A full table stops the report
      *  rather than leave customers off it.
      *--------------------------------------------------------------*
       3000-BUILD-ACTIVITY.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN
           PERFORM UNTIL END-OF-SORTED-DATA
               IF NOT WS-FIRST-RECORD
                  AND ESR-ORDER-KEY = WS-PREV-ORDER-KEY
                   ADD 1 TO WS-ROWS-REPEATED
               ELSE
                   IF WS-FIRST-RECORD
                      OR ESR-CUST-NO NOT = WS-AC-CUST-NO (WS-ACT-COUNT)
                       PERFORM 3100-START-CUSTOMER
                   END-IF
                   MOVE "N" TO WS-FIRST-RECORD-SWITCH
                   MOVE ESR-ORDER-KEY TO WS-PREV-ORDER-KEY
                   PERFORM 3200-ADD-ORDER
               END-IF
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
               END-RETURN
           END-PERFORM.

       3100-START-CUSTOMER.
           IF WS-ACT-COUNT >= 5000
               DISPLAY "Error: More than 5000 customers priced today "
                   "- no report produced."
               MOVE 16 TO RETURN-CODE
               CLOSE CUSTOMER-MASTER
               CLOSE CREDIT-EXPOSURE-RPT
               STOP RUN
           END-IF
           ADD 1 TO WS-ACT-COUNT
           MOVE ESR-CUST-NO TO WS-AC-CUST-NO (WS-ACT-COUNT)
           MOVE ZEROES TO WS-AC-ORDER-COUNT (WS-ACT-COUNT)
           MOVE ZEROES TO WS-AC-SALES-NET (WS-ACT-COUNT)
           MOVE ZEROES TO WS-AC-CREDIT-NET (WS-ACT-COUNT)
           MOVE ZEROES TO WS-AC-HELD-COUNT (WS-ACT-COUNT)
           MOVE ZEROES TO WS-AC-HELD-AMOUNT (WS-ACT-COUNT)
           MOVE "N" TO WS-AC-MASTER-IND (WS-ACT-COUNT).

      *  A held sale is not priced - it counts only as held.
       3200-ADD-ORDER.
           ADD 1 TO WS-ORDERS-CHECKED
           ADD 1 TO WS-AC-ORDER-COUNT (WS-ACT-COUNT)
           IF ESR-CREDIT-MEMO
               ADD ESR-BASE-AMOUNT TO WS-AC-CREDIT-NET (WS-ACT-COUNT)
           ELSE
               IF ESR-OVER-LIMIT
                   ADD 1 TO WS-AC-HELD-COUNT (WS-ACT-COUNT)
                   ADD ESR-BASE-AMOUNT
                       TO WS-AC-HELD-AMOUNT (WS-ACT-COUNT)
               ELSE
                   ADD ESR-BASE-AMOUNT
                       TO WS-AC-SALES-NET (WS-ACT-COUNT)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *  One pass over the credit master.  The over-limit pass
      *  prints the accounts over their limit or with orders held;
      *  the within-limit pass prints the rest, so every account on
      *  terms prints once.
      *--------------------------------------------------------------*
       4000-PRINT-ACCOUNTS.
           MOVE ZEROES TO WS-SECTION-COUNT
           PERFORM 4050-PRINT-SECTION-HEADING
           OPEN INPUT CREDIT-LIMIT-MASTER
           IF NOT CREDIT-MASTER-FOUND
               DISPLAY "Error: Credit master CRLMAST not available - "
                   "report incomplete."
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           MOVE 1 TO WS-ACT-SUB
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ CREDIT-LIMIT-MASTER
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 4100-EVALUATE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CREDIT-LIMIT-MASTER
           IF WS-SECTION-COUNT = ZERO
               MOVE "    NONE" TO WS-PRINT-LINE
               PERFORM 4900-PRINT-LINE
           END-IF.

       4050-PRINT-SECTION-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE.

      *  A master row with non-numeric amounts is taken as a zero
      *  limit and balance - the pricing batch holds that customer's
      *  sales the same way.
       4100-EVALUATE-ACCOUNT.
           IF CRL-CREDIT-LIMIT NUMERIC
              AND CRL-OPEN-BALANCE NUMERIC
               MOVE CRL-CREDIT-LIMIT TO WS-CREDIT-LIMIT
               MOVE CRL-OPEN-BALANCE TO WS-OPENING-BALANCE
           ELSE
               MOVE ZEROES TO WS-CREDIT-LIMIT
               MOVE ZEROES TO WS-OPENING-BALANCE
               IF WS-OVER-LIMIT-PASS
                   ADD 1 TO WS-BAD-MASTER-COUNT
                   DISPLAY "Warning: Bad amounts on CRLMAST for "
                       "customer " CRL-CUST-NO " - shown as zero."
               END-IF
           END-IF
           MOVE ZEROES TO WS-TODAY-NET
           MOVE ZEROES TO WS-HELD-COUNT
           MOVE ZEROES TO WS-HELD-AMOUNT
           MOVE "N" TO WS-POSITIONED-SWITCH
           PERFORM 4150-POSITION-ACTIVITY
               UNTIL WS-ACTIVITY-POSITIONED
           IF WS-ACT-SUB <= WS-ACT-COUNT
               IF WS-AC-CUST-NO (WS-ACT-SUB) = CRL-CUST-NO
                   MOVE "Y" TO WS-AC-MASTER-IND (WS-ACT-SUB)
                   COMPUTE WS-TODAY-NET =
                       WS-AC-SALES-NET (WS-ACT-SUB)
                       - WS-AC-CREDIT-NET (WS-ACT-SUB)
                   MOVE WS-AC-HELD-COUNT (WS-ACT-SUB) TO WS-HELD-COUNT
                   MOVE WS-AC-HELD-AMOUNT (WS-ACT-SUB)
                       TO WS-HELD-AMOUNT
               END-IF
           END-IF
           COMPUTE WS-HEADROOM = WS-CREDIT-LIMIT
               - (WS-OPENING-BALANCE + WS-TODAY-NET)
           IF WS-HEADROOM < ZERO OR WS-HELD-COUNT > ZERO
               MOVE "Y" TO WS-ACCOUNT-OVER-SWITCH
           ELSE
               MOVE "N" TO WS-ACCOUNT-OVER-SWITCH
           END-IF
           IF WS-OVER-LIMIT-PASS AND WS-ACCOUNT-OVER
               ADD 1 TO WS-GT-OVER-COUNT
               PERFORM 4200-PRINT-ACCOUNT
           END-IF
           IF WS-WITHIN-LIMIT-PASS AND NOT WS-ACCOUNT-OVER
               ADD 1 TO WS-GT-WITHIN-COUNT
               PERFORM 4200-PRINT-ACCOUNT
           END-IF.

      *  Steps the activity table up to the master row's customer -
      *  both are in customer order, so the table is walked once a
      *  pass.
       4150-POSITION-ACTIVITY.
           IF WS-ACT-SUB > WS-ACT-COUNT
               MOVE "Y" TO WS-POSITIONED-SWITCH
           ELSE
               IF WS-AC-CUST-NO (WS-ACT-SUB) < CRL-CUST-NO
                   ADD 1 TO WS-ACT-SUB
               ELSE
                   MOVE "Y" TO WS-POSITIONED-SWITCH
               END-IF
           END-IF.

       4200-PRINT-ACCOUNT.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CRL-CUST-NO TO WS-DL-CUST-NO
           PERFORM 4300-LOOKUP-CUSTOMER-NAME
           MOVE WS-CREDIT-LIMIT    TO WS-DL-CREDIT-LIMIT
           MOVE WS-OPENING-BALANCE TO WS-DL-OPENING
           MOVE WS-TODAY-NET       TO WS-DL-TODAY-NET
           MOVE WS-HEADROOM        TO WS-DL-HEADROOM
           MOVE WS-HELD-COUNT      TO WS-DL-HELD-COUNT
           MOVE WS-HELD-AMOUNT     TO WS-DL-HELD-AMOUNT
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           ADD WS-CREDIT-LIMIT    TO WS-GT-CREDIT-LIMIT
           ADD WS-OPENING-BALANCE TO WS-GT-OPENING-BALANCE
           ADD WS-TODAY-NET       TO WS-GT-TODAY-NET
           ADD WS-HELD-COUNT      TO WS-GT-HELD-COUNT
           ADD WS-HELD-AMOUNT     TO WS-GT-HELD-AMOUNT.

       4300-LOOKUP-CUSTOMER-NAME.
           MOVE WS-DL-CUST-NO TO CUS-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "** NOT ON CUSTMST **" TO WS-DL-CUST-NAME
               NOT INVALID KEY
                   MOVE CUS-NAME TO WS-DL-CUST-NAME
           END-READ.

       4900-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4950-WRITE-PAGE-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4950-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-H1-PAGE
           IF WS-PAGE-COUNT > 1
               WRITE REPORT-LINE FROM SPACES
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE 4 TO WS-LINE-COUNT.

      *--------------------------------------------------------------*
      *  Customers priced today with no row on the credit master -
      *  their orders were not credit-checked.  Only today's net
      *  prints; there is no limit or balance to show.
      *--------------------------------------------------------------*
       6000-PRINT-NO-TERMS.
           MOVE ZEROES TO WS-SECTION-COUNT
           MOVE "CUSTOMERS PRICED WITH NO CREDIT TERMS - NOT CHECKED"
               TO WS-SL-TEXT
           PERFORM 4050-PRINT-SECTION-HEADING
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT
               IF NOT WS-AC-ON-MASTER (WS-ACT-SUB)
                   PERFORM 6100-PRINT-NO-TERMS-CUSTOMER
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = ZERO
               MOVE "    NONE" TO WS-PRINT-LINE
               PERFORM 4900-PRINT-LINE
           END-IF.

       6100-PRINT-NO-TERMS-CUSTOMER.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-GT-NO-TERMS-COUNT
           COMPUTE WS-TODAY-NET =
               WS-AC-SALES-NET (WS-ACT-SUB)
               - WS-AC-CREDIT-NET (WS-ACT-SUB)
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-AC-CUST-NO (WS-ACT-SUB) TO WS-DL-CUST-NO
           PERFORM 4300-LOOKUP-CUSTOMER-NAME
           MOVE SPACES TO WS-DL-CREDIT-LIMIT-X
           MOVE SPACES TO WS-DL-OPENING-X
           MOVE WS-TODAY-NET TO WS-DL-TODAY-NET
           MOVE SPACES TO WS-DL-HEADROOM-X
           MOVE WS-AC-HELD-COUNT (WS-ACT-SUB) TO WS-DL-HELD-COUNT
           MOVE WS-AC-HELD-AMOUNT (WS-ACT-SUB) TO WS-DL-HELD-AMOUNT
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           ADD WS-TODAY-NET TO WS-GT-NO-TERMS-NET
           ADD WS-AC-HELD-COUNT (WS-ACT-SUB) TO WS-GT-HELD-COUNT
           ADD WS-AC-HELD-AMOUNT (WS-ACT-SUB) TO WS-GT-HELD-AMOUNT.

      *  Accounts over their limit are a warning for finance, not a
      *  failure of the run.
       8000-PRINT-TOTALS.
           MOVE "REPORT TOTALS" TO WS-SL-TEXT
           PERFORM 4050-PRINT-SECTION-HEADING
           MOVE "EXPOSURE ROWS READ" TO WS-TCL-LABEL
           MOVE WS-ROWS-READ TO WS-TCL-COUNT
           MOVE WS-TOTAL-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "  FOR OTHER DATES - SKIPPED" TO WS-TCL-LABEL
           MOVE WS-ROWS-OTHER-DATE TO WS-TCL-COUNT
           MOVE WS-TOTAL-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "  REPEATED BY RESTART - DROPPED" TO WS-TCL-LABEL
           MOVE WS-ROWS-REPEATED TO WS-TCL-COUNT
           MOVE WS-TOTAL-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "ORDERS AND CREDITS CHECKED" TO WS-TCL-LABEL
           MOVE WS-ORDERS-CHECKED TO WS-TCL-COUNT
           MOVE WS-TOTAL-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "ACCOUNTS OVER LIMIT OR WITH HOLDS" TO WS-TCL-LABEL
           MOVE WS-GT-OVER-COUNT TO WS-TCL-COUNT
           MOVE WS-TOTAL-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "ACCOUNTS WITHIN LIMIT" TO WS-TCL-LABEL
           MOVE WS-GT-WITHIN-COUNT TO WS-TCL-COUNT
           MOVE WS-TOTAL-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "CUSTOMERS WITH NO CREDIT TERMS" TO WS-TCL-LABEL
           MOVE WS-GT-NO-TERMS-COUNT TO WS-TCL-COUNT
           MOVE WS-TOTAL-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "CREDIT MASTER ROWS WITH BAD AMOUNTS" TO WS-TCL-LABEL
           MOVE WS-BAD-MASTER-COUNT TO WS-TCL-COUNT
           MOVE WS-TOTAL-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "ORDERS HELD OVER CREDIT LIMIT" TO WS-TCL-LABEL
           MOVE WS-GT-HELD-COUNT TO WS-TCL-COUNT
           MOVE WS-TOTAL-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "TOTAL CREDIT LIMITS" TO WS-TAL-LABEL
           MOVE WS-GT-CREDIT-LIMIT TO WS-TAL-AMOUNT
           MOVE WS-TOTAL-AMOUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "TOTAL OPENING BALANCES" TO WS-TAL-LABEL
           MOVE WS-GT-OPENING-BALANCE TO WS-TAL-AMOUNT
           MOVE WS-TOTAL-AMOUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "TODAY NET PRICED - ACCOUNTS ON TERMS" TO WS-TAL-LABEL
           MOVE WS-GT-TODAY-NET TO WS-TAL-AMOUNT
           MOVE WS-TOTAL-AMOUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "TODAY NET PRICED - NO CREDIT TERMS" TO WS-TAL-LABEL
           MOVE WS-GT-NO-TERMS-NET TO WS-TAL-AMOUNT
           MOVE WS-TOTAL-AMOUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "HELD OVER CREDIT LIMIT" TO WS-TAL-LABEL
           MOVE WS-GT-HELD-AMOUNT TO WS-TAL-AMOUNT
           MOVE WS-TOTAL-AMOUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           IF WS-GT-OVER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER
           CLOSE CREDIT-EXPOSURE-RPT.
