      ******************************************************************
      *  DSCINVPR
      *
      *  Customer invoice print.  Reads the invoice line detail
      *  DSCBATCH keeps for every clean priced order (INVLINES) and
      *  prints one customer-facing document per customer, business
      *  date and currency to INVPRINT: each order's list price,
      *  every discount line in the order it was applied with the
      *  balance left after it - promo code, percent, and any promo
      *  cap or contract tier clip - then the net amount, its tax
      *  and the order total, with credit memos after the sales and
      *  customer totals at the end of the document.
      *
      *  The document ties to what went out on BILLFILE.  Every
      *  order is matched to its BILLFILE detail and the customer
      *  totals are built from the billed amounts; an order priced
      *  but not on BILLFILE, or billed at a different amount, is
      *  flagged on the document.  A closing control page lists the
      *  BILLFILE details not invoiced today (carryover re-sends,
      *  invoiced on the day they were priced) and proves invoiced
      *  plus not invoiced against the BILLFILE trailer.  Runs after
      *  DSCBILEX; the business date is BILLFILE's header date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCINVPR.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-LINE-IN ASSIGN TO "INVLINES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-LINE-IN-STATUS.

           SELECT BILLING-EXTRACT-IN ASSIGN TO "BILLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-EXTRACT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-NO
               FILE STATUS IS WS-CUSTOMER-MAST-STATUS.

           SELECT OPTIONAL RUN-PARMS ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARMS-STATUS.

           SELECT SORT-WORK ASSIGN TO "DSCSORT".

           SELECT INVOICE-PRINT ASSIGN TO "INVPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-LINE-IN
           RECORDING MODE IS F.
       COPY INLREC.

       FD  BILLING-EXTRACT-IN
           RECORDING MODE IS F.
       COPY BILREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  RUN-PARMS
           RECORDING MODE IS F.
       COPY PARMREC.

      *  One row per invoice line.  A document is a customer, date
      *  and currency; within it the sales come ahead of the credit
      *  memos, each order's lines in the order they were applied.
       SD  SORT-WORK.
       01  INVOICE-SORT-RECORD.
           05  ISR-SORT-KEY.
               10  ISR-DOCUMENT-KEY.
                   15  ISR-CUST-NO     PIC X(08).
                   15  ISR-RUN-DATE    PIC 9(8).
                   15  ISR-CURRENCY    PIC X(03).
               10  ISR-ORDER-KEY.
                   15  ISR-DOC-RANK    PIC 9(01).
                       88  ISR-SALE-RANK   VALUE 1.
                       88  ISR-CREDIT-RANK VALUE 2.
                   15  ISR-ORDER-ID    PIC X(10).
               10  ISR-LINE-SEQ        PIC 9(02).
           05  ISR-ORDER-TYPE          PIC X(01).
               88  ISR-REGULAR-ORDER   VALUE "R".
               88  ISR-BULK-ORDER      VALUE "B".
               88  ISR-CREDIT-MEMO     VALUE "C".
           05  ISR-LINE-TYPE           PIC X(01).
               88  ISR-LIST-PRICE      VALUE "L".
               88  ISR-FLAT-LINE       VALUE "F".
               88  ISR-PERCENT-LINE    VALUE "P".
               88  ISR-PROMO-LINE      VALUE "C".
               88  ISR-TIER-LINE       VALUE "T".
               88  ISR-NET-LINE        VALUE "N".
           05  ISR-PROMO-CODE          PIC X(08).
           05  ISR-PERCENT             PIC 9(3)V99.
           05  ISR-LINE-AMOUNT         PIC 9(7)V99.
           05  ISR-BALANCE             PIC 9(7)V99.
           05  ISR-CLIP-IND            PIC X(01).
               88  ISR-CAP-CLIPPED     VALUE "C".
               88  ISR-TIER-CLIPPED    VALUE "T".
           05  ISR-TAX                 PIC 9(7)V99.
           05  ISR-CHANNEL             PIC X(02).

       FD  INVOICE-PRINT
           RECORDING MODE IS F.
       01  INVOICE-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVOICE-LINE-IN-STATUS PIC XX.
               88  INVOICE-LINE-IN-FOUND VALUE "00".
           05  WS-BILLING-EXTRACT-STATUS PIC XX.
               88  BILLING-EXTRACT-FOUND VALUE "00".
           05  WS-CUSTOMER-MAST-STATUS PIC XX.
               88  CUSTOMER-MAST-FOUND VALUE "00".
           05  WS-RUN-PARMS-STATUS     PIC XX.
               88  RUN-PARMS-FOUND     VALUE "00".
           05  WS-INVOICE-PRINT-STATUS PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  WS-SORT-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-SORTED-DATA  VALUE "Y".
           05  WS-FIRST-RECORD-SWITCH  PIC X VALUE "Y".
               88  WS-FIRST-RECORD     VALUE "Y".
           05  WS-HEADER-SEEN-SWITCH   PIC X VALUE "N".
               88  WS-HEADER-SEEN      VALUE "Y".
           05  WS-TRAILER-SEEN-SWITCH  PIC X VALUE "N".
               88  WS-TRAILER-SEEN     VALUE "Y".
           05  WS-BILLED-FOUND-SWITCH  PIC X VALUE "N".
               88  WS-BILLED-FOUND     VALUE "Y".

       01  WS-RUN-IDENTIFICATION.
           05  WS-INVOICE-DATE         PIC 9(8) VALUE ZEROES.
           05  WS-PARM-DATE            PIC 9(8) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Page control - PARMFILE's page depth when one is given,
      *  the same default as the pricing batch's reports otherwise.
      *--------------------------------------------------------------*
       01  WS-PAGE-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(2) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(2) VALUE 55.
           05  WS-DOC-PAGE-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-PAGES-WRITTEN        PIC 9(7) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  BILLFILE details, loaded up front so each order is matched
      *  with a straight table scan - same pattern as the ack table
      *  in DSCBILRC.  The matched flag lets the control page list
      *  what went out on BILLFILE but was not invoiced today.
      *--------------------------------------------------------------*
       01  WS-BILLED-TABLE.
           05  WS-BILLED-COUNT         PIC 9(4) COMP VALUE ZEROES.
           05  WS-BILLED-ENTRY         OCCURS 5000 TIMES
                   INDEXED BY WS-BILLED-IDX.
               10  WS-BE-ORDER-ID      PIC X(10).
               10  WS-BE-TYPE          PIC X(01).
                   88  WS-BE-CREDIT    VALUE "C".
               10  WS-BE-AMOUNT        PIC 9(7)V99.
               10  WS-BE-TAX           PIC 9(7)V99.
               10  WS-BE-CURRENCY      PIC X(03).
               10  WS-BE-MATCHED-IND   PIC X(01).
                   88  WS-BE-MATCHED   VALUE "Y".

       01  WS-LOOKUP-FIELDS.
           05  WS-FIND-ORDER-ID        PIC X(10).
           05  WS-FIND-TYPE            PIC X(01).

       01  WS-PREV-LINE-KEY.
           05  WS-PLK-DOCUMENT-KEY     PIC X(19).
           05  WS-PLK-ORDER-KEY        PIC X(11).
           05  WS-PLK-LINE-SEQ         PIC 9(02).

      *--------------------------------------------------------------*
      *  Document totals - built from the billed amounts so they
      *  tie to BILLFILE detail for detail.
      *--------------------------------------------------------------*
       01  WS-DOCUMENT-TOTALS.
           05  WS-DT-SALES-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-DT-CREDIT-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-DT-SALES-NET         PIC 9(9)V99 VALUE ZEROES.
           05  WS-DT-SALES-TAX         PIC 9(9)V99 VALUE ZEROES.
           05  WS-DT-CREDIT-NET        PIC 9(9)V99 VALUE ZEROES.
           05  WS-DT-CREDIT-TAX        PIC 9(9)V99 VALUE ZEROES.
           05  WS-DT-AMOUNT-DUE        PIC S9(9)V99 VALUE ZEROES.

       01  WS-WORK-AMOUNTS.
           05  WS-SIGNED-AMOUNT        PIC S9(9)V99 VALUE ZEROES.
           05  WS-ORDER-TOTAL          PIC 9(9)V99 VALUE ZEROES.
           05  WS-BILLED-TOTAL         PIC 9(9)V99 VALUE ZEROES.

       01  WS-RUN-COUNTERS.
           05  WS-LINES-READ           PIC 9(9) VALUE ZEROES.
           05  WS-LINES-OTHER-DATE     PIC 9(9) VALUE ZEROES.
           05  WS-LINES-REPEATED       PIC 9(9) VALUE ZEROES.
           05  WS-DOCUMENTS-PRINTED    PIC 9(7) VALUE ZEROES.
           05  WS-SALES-INVOICED       PIC 9(7) VALUE ZEROES.
           05  WS-CREDITS-INVOICED     PIC 9(7) VALUE ZEROES.
           05  WS-NOT-BILLED-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-BILLED-DIFF-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-NOT-INVOICED-COUNT   PIC 9(7) VALUE ZEROES.
           05  WS-INVOICED-HASH        PIC 9(11)V99 VALUE ZEROES.
           05  WS-NOT-INVOICED-HASH    PIC 9(11)V99 VALUE ZEROES.
           05  WS-PROVED-COUNT         PIC 9(9) VALUE ZEROES.
           05  WS-PROVED-HASH          PIC 9(11)V99 VALUE ZEROES.
           05  WS-TRAILER-COUNT        PIC 9(9) VALUE ZEROES.
           05  WS-TRAILER-HASH         PIC 9(11)V99 VALUE ZEROES.

       01  WS-PRINT-LINE               PIC X(132).

       01  WS-HEADING-1.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(70)
               VALUE "CUSTOMER INVOICE".
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  WS-H1-PAGE              PIC ZZZ9.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER: ".
           05  WS-H2-CUST-NO           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-H2-CUST-NAME         PIC X(30).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "INVOICE DATE: ".
           05  WS-H2-INVOICE-DATE      PIC 9(8).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CURRENCY: ".
           05  WS-H2-CURRENCY          PIC X(03).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE "ORDER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "DOCUMENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "PROMO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "PERCENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "   LINE AMOUNT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "      BALANCE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "NOTE".

       01  WS-INVOICE-DETAIL-LINE.
           05  WS-ID-ORDER-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ID-DOCUMENT          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ID-DESCRIPTION       PIC X(22).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ID-PROMO-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ID-PERCENT           PIC ZZ9.99.
           05  WS-ID-PERCENT-X REDEFINES WS-ID-PERCENT
                                       PIC X(06).
           05  WS-ID-PERCENT-SIGN      PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ID-LINE-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ID-BALANCE           PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ID-BALANCE-X REDEFINES WS-ID-BALANCE
                                       PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ID-NOTE              PIC X(30).

       01  WS-DOCUMENT-TOTAL-LINE.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  WS-DTL-LABEL            PIC X(26).
           05  WS-DTL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-DOCUMENT-COUNT-LINE.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  WS-DCL-LABEL            PIC X(26).
           05  WS-DCL-COUNT            PIC ZZZ,ZZ9.

       01  WS-CONTROL-HEADING.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(45)
               VALUE "INVOICE PRINT CONTROL TOTALS - BILLFILE FOR".
           05  WS-CH-INVOICE-DATE      PIC 9(8).

       01  WS-CONTROL-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CCL-LABEL            PIC X(40).
           05  WS-CCL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CCL-HASH             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NOT-INVOICED-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(60)
               VALUE "BILLFILE DETAILS NOT INVOICED TODAY (CARRYOVER RE-
      -    "SENDS)".

       01  WS-NOT-INVOICED-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-NIL-ORDER-ID         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NIL-TYPE             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NIL-CURRENCY         PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NIL-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NIL-TAX              PIC ZZZ,ZZ9.99.

       01  WS-BALANCE-RESULT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BRL-TEXT             PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-BILLING-EXTRACT
           SORT SORT-WORK
               ON ASCENDING KEY ISR-CUST-NO ISR-RUN-DATE ISR-CURRENCY
                                ISR-DOC-RANK ISR-ORDER-ID ISR-LINE-SEQ
               INPUT PROCEDURE IS 2000-SELECT-INVOICE-LINES
               OUTPUT PROCEDURE IS 3000-PRINT-INVOICES
           PERFORM 8000-WRITE-CONTROL-PAGE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT RUN-PARMS
           IF RUN-PARMS-FOUND
               READ RUN-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-BUSINESS-DATE NUMERIC
                          AND PRM-BUSINESS-DATE NOT = ZEROES
                           MOVE PRM-BUSINESS-DATE TO WS-PARM-DATE
                       END-IF
                       IF PRM-LINES-PER-PAGE NUMERIC
                          AND PRM-LINES-PER-PAGE NOT = ZEROES
                           MOVE PRM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-PARMS
           OPEN INPUT INVOICE-LINE-IN
           IF NOT INVOICE-LINE-IN-FOUND
               DISPLAY "Error: Invoice line file INVLINES missing - "
                   "no invoices printed."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BILLING-EXTRACT-IN
           IF NOT BILLING-EXTRACT-FOUND
               DISPLAY "Error: Billing extract BILLFILE missing - "
                   "invoices cannot be tied to billing."
               MOVE 16 TO RETURN-CODE
               CLOSE INVOICE-LINE-IN
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT INVOICE-PRINT.

      *--------------------------------------------------------------*
      *  The BILLFILE header carries the business date the invoices
      *  are printed for.  A PARMFILE date that disagrees means the
      *  wrong generation is at the assigned name - nothing prints.
      *--------------------------------------------------------------*
       1100-LOAD-BILLING-EXTRACT.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ BILLING-EXTRACT-IN
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1150-STORE-BILLING-RECORD
               END-READ
           END-PERFORM
           CLOSE BILLING-EXTRACT-IN
           IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
               DISPLAY "Error: BILLFILE has no header or no trailer "
                   "- file incomplete, no invoices printed."
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           IF WS-PARM-DATE NOT = ZEROES
              AND WS-PARM-DATE NOT = WS-INVOICE-DATE
               DISPLAY "Error: BILLFILE is for " WS-INVOICE-DATE
                   ", business date is " WS-PARM-DATE
                   " - no invoices printed."
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.

       1150-STORE-BILLING-RECORD.
           EVALUATE TRUE
               WHEN BIL-HEADER
                   MOVE "Y" TO WS-HEADER-SEEN-SWITCH
                   MOVE BIL-HDR-RUN-DATE TO WS-INVOICE-DATE
               WHEN BIL-DETAIL OR BIL-CREDIT
                   PERFORM 1160-STORE-BILLED-DETAIL
               WHEN BIL-TRAILER
                   MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
                   MOVE BIL-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE BIL-TRL-HASH-TOTAL TO WS-TRAILER-HASH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1160-STORE-BILLED-DETAIL.
           IF WS-BILLED-COUNT >= 5000
               DISPLAY "Error: BILLFILE holds more than 5000 details "
                   "- no invoices printed."
               MOVE 16 TO RETURN-CODE
               CLOSE BILLING-EXTRACT-IN
               CLOSE INVOICE-LINE-IN
               CLOSE CUSTOMER-MASTER
               CLOSE INVOICE-PRINT
               STOP RUN
           END-IF
           ADD 1 TO WS-BILLED-COUNT
           SET WS-BILLED-IDX TO WS-BILLED-COUNT
           MOVE BIL-DTL-ORDER-ID TO WS-BE-ORDER-ID (WS-BILLED-IDX)
           MOVE BIL-RECORD-TYPE  TO WS-BE-TYPE (WS-BILLED-IDX)
           MOVE BIL-DTL-AMOUNT   TO WS-BE-AMOUNT (WS-BILLED-IDX)
           MOVE BIL-DTL-TAX      TO WS-BE-TAX (WS-BILLED-IDX)
           MOVE BIL-DTL-CURRENCY TO WS-BE-CURRENCY (WS-BILLED-IDX)
           MOVE "N" TO WS-BE-MATCHED-IND (WS-BILLED-IDX)
           ADD 1 TO WS-PROVED-COUNT
           ADD BIL-DTL-AMOUNT TO WS-PROVED-HASH
           ADD BIL-DTL-TAX TO WS-PROVED-HASH.

      *--------------------------------------------------------------*
      *  Only the lines priced on the BILLFILE business date are
      *  invoiced - an INVLINES generation concatenated over several
      *  days yields just the day being billed.
      *--------------------------------------------------------------*
       2000-SELECT-INVOICE-LINES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ INVOICE-LINE-IN
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF INL-RUN-DATE = WS-INVOICE-DATE
                           PERFORM 2100-RELEASE-INVOICE-LINE
                       ELSE
                           ADD 1 TO WS-LINES-OTHER-DATE
                       END-IF
               END-READ
           END-PERFORM.

       2100-RELEASE-INVOICE-LINE.
           MOVE INL-CUST-NO       TO ISR-CUST-NO
           MOVE INL-RUN-DATE      TO ISR-RUN-DATE
           MOVE INL-CURRENCY      TO ISR-CURRENCY
           IF INL-CREDIT-MEMO
               SET ISR-CREDIT-RANK TO TRUE
           ELSE
               SET ISR-SALE-RANK TO TRUE
           END-IF
           MOVE INL-ORDER-ID      TO ISR-ORDER-ID
           MOVE INL-LINE-SEQ      TO ISR-LINE-SEQ
           MOVE INL-ORDER-TYPE    TO ISR-ORDER-TYPE
           MOVE INL-LINE-TYPE     TO ISR-LINE-TYPE
           MOVE INL-PROMO-CODE    TO ISR-PROMO-CODE
           MOVE INL-PERCENT       TO ISR-PERCENT
           MOVE INL-LINE-AMOUNT   TO ISR-LINE-AMOUNT
           MOVE INL-BALANCE       TO ISR-BALANCE
           MOVE INL-CLIP-IND      TO ISR-CLIP-IND
           MOVE INL-TAX           TO ISR-TAX
           MOVE INL-CHANNEL       TO ISR-CHANNEL
           RELEASE INVOICE-SORT-RECORD.

      *--------------------------------------------------------------*
      *  Document and order breaks.  A line whose whole key repeats
      *  the one before is a pricing-batch restart re-writing the
      *  replay window - the second copy is dropped.
      *--------------------------------------------------------------*
       3000-PRINT-INVOICES.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN
           PERFORM UNTIL END-OF-SORTED-DATA
               IF NOT WS-FIRST-RECORD
                  AND ISR-SORT-KEY = WS-PREV-LINE-KEY
                   ADD 1 TO WS-LINES-REPEATED
               ELSE
                   IF WS-FIRST-RECORD
                      OR ISR-DOCUMENT-KEY NOT = WS-PLK-DOCUMENT-KEY
                       IF NOT WS-FIRST-RECORD
                           PERFORM 3800-CLOSE-DOCUMENT
                       END-IF
                       PERFORM 3100-START-DOCUMENT
                       PERFORM 3200-START-ORDER
                   ELSE
                       IF ISR-ORDER-KEY NOT = WS-PLK-ORDER-KEY
                           PERFORM 3200-START-ORDER
                       END-IF
                   END-IF
                   MOVE "N" TO WS-FIRST-RECORD-SWITCH
                   MOVE ISR-SORT-KEY TO WS-PREV-LINE-KEY
                   PERFORM 3300-PRINT-INVOICE-LINE
               END-IF
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 3800-CLOSE-DOCUMENT
           END-IF.

       3100-START-DOCUMENT.
           INITIALIZE WS-DOCUMENT-TOTALS
           ADD 1 TO WS-DOCUMENTS-PRINTED
           MOVE ZEROES TO WS-DOC-PAGE-COUNT
           MOVE ISR-CUST-NO TO CUS-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER MASTER **"
                       TO WS-H2-CUST-NAME
               NOT INVALID KEY
                   MOVE CUS-NAME TO WS-H2-CUST-NAME
           END-READ
           MOVE ISR-CUST-NO  TO WS-H2-CUST-NO
           MOVE ISR-RUN-DATE TO WS-H2-INVOICE-DATE
           MOVE ISR-CURRENCY TO WS-H2-CURRENCY
           PERFORM 4950-WRITE-PAGE-HEADINGS.

       3200-START-ORDER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE SPACES TO WS-INVOICE-DETAIL-LINE
           MOVE ISR-ORDER-ID TO WS-ID-ORDER-ID
           EVALUATE TRUE
               WHEN ISR-CREDIT-MEMO
                   MOVE "CREDIT MEMO" TO WS-ID-DOCUMENT
               WHEN ISR-BULK-ORDER
                   MOVE "BULK SALE"   TO WS-ID-DOCUMENT
               WHEN OTHER
                   MOVE "SALE"        TO WS-ID-DOCUMENT
           END-EVALUATE.

      *  The order id and document type print on the order's first
      *  line only; discounts print as negative line amounts against
      *  the running balance.
       3300-PRINT-INVOICE-LINE.
           MOVE SPACES TO WS-ID-PERCENT-X
           MOVE SPACES TO WS-ID-PERCENT-SIGN
           MOVE ISR-BALANCE TO WS-ID-BALANCE
           MOVE SPACES TO WS-ID-PROMO-CODE
           MOVE SPACES TO WS-ID-NOTE
           COMPUTE WS-SIGNED-AMOUNT = 0 - ISR-LINE-AMOUNT
           EVALUATE TRUE
               WHEN ISR-LIST-PRICE
                   MOVE "LIST PRICE" TO WS-ID-DESCRIPTION
                   MOVE ISR-LINE-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN ISR-FLAT-LINE
                   MOVE "DISCOUNT" TO WS-ID-DESCRIPTION
               WHEN ISR-PERCENT-LINE
                   MOVE "PERCENT DISCOUNT" TO WS-ID-DESCRIPTION
                   PERFORM 3310-SHOW-PERCENT
               WHEN ISR-PROMO-LINE
                   MOVE "PROMOTION" TO WS-ID-DESCRIPTION
                   MOVE ISR-PROMO-CODE TO WS-ID-PROMO-CODE
                   IF ISR-PERCENT > ZEROES
                       PERFORM 3310-SHOW-PERCENT
                   END-IF
                   IF ISR-CAP-CLIPPED
                       MOVE "LIMITED TO PROMOTION ORDER CAP"
                           TO WS-ID-NOTE
                   END-IF
               WHEN ISR-TIER-LINE
                   MOVE "CONTRACT TIER DISCOUNT" TO WS-ID-DESCRIPTION
                   PERFORM 3310-SHOW-PERCENT
                   IF ISR-TIER-CLIPPED
                       MOVE "CONTRACT TIER REPLACED KEYED"
                           TO WS-ID-NOTE
                   END-IF
               WHEN ISR-NET-LINE
                   PERFORM 3400-PRINT-ORDER-TOTAL
               WHEN OTHER
                   MOVE "ADJUSTMENT" TO WS-ID-DESCRIPTION
           END-EVALUATE
           IF NOT ISR-NET-LINE
               MOVE WS-SIGNED-AMOUNT TO WS-ID-LINE-AMOUNT
               MOVE WS-INVOICE-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 4900-PRINT-LINE
               MOVE SPACES TO WS-ID-ORDER-ID
               MOVE SPACES TO WS-ID-DOCUMENT
           END-IF.

       3310-SHOW-PERCENT.
           MOVE ISR-PERCENT TO WS-ID-PERCENT
           MOVE "%" TO WS-ID-PERCENT-SIGN.

      *--------------------------------------------------------------*
      *  Net, tax and order total, then the match to BILLFILE.  The
      *  document totals carry the billed amounts - an order billed
      *  differently is flagged and totalled as billed, an order not
      *  billed at all is flagged and left out of the totals.
      *--------------------------------------------------------------*
       3400-PRINT-ORDER-TOTAL.
           MOVE "NET AMOUNT" TO WS-ID-DESCRIPTION
           MOVE ISR-LINE-AMOUNT TO WS-ID-LINE-AMOUNT
           MOVE SPACES TO WS-ID-BALANCE-X
           MOVE WS-INVOICE-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE SPACES TO WS-ID-ORDER-ID
           MOVE SPACES TO WS-ID-DOCUMENT
           MOVE "SALES TAX" TO WS-ID-DESCRIPTION
           MOVE ISR-TAX TO WS-ID-LINE-AMOUNT
           MOVE WS-INVOICE-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           COMPUTE WS-ORDER-TOTAL = ISR-LINE-AMOUNT + ISR-TAX
           MOVE ISR-ORDER-ID TO WS-FIND-ORDER-ID
           IF ISR-CREDIT-MEMO
               MOVE "C" TO WS-FIND-TYPE
               MOVE "CREDIT TOTAL" TO WS-ID-DESCRIPTION
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-ORDER-TOTAL
           ELSE
               MOVE "D" TO WS-FIND-TYPE
               MOVE "ORDER TOTAL" TO WS-ID-DESCRIPTION
               MOVE WS-ORDER-TOTAL TO WS-SIGNED-AMOUNT
           END-IF
           MOVE WS-SIGNED-AMOUNT TO WS-ID-LINE-AMOUNT
           PERFORM 5000-FIND-BILLED-DETAIL
           IF WS-BILLED-FOUND
               SET WS-BE-MATCHED (WS-BILLED-IDX) TO TRUE
               PERFORM 3450-ADD-BILLED-TO-DOCUMENT
               IF WS-BE-AMOUNT (WS-BILLED-IDX) NOT = ISR-LINE-AMOUNT
                  OR WS-BE-TAX (WS-BILLED-IDX) NOT = ISR-TAX
                   ADD 1 TO WS-BILLED-DIFF-COUNT
                   MOVE "** BILLED AT A DIFFERENT AMOUNT"
                       TO WS-ID-NOTE
               END-IF
           ELSE
               ADD 1 TO WS-NOT-BILLED-COUNT
               MOVE "** NOT ON BILLFILE - NOT TOTALLED"
                   TO WS-ID-NOTE
           END-IF
           MOVE WS-INVOICE-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE.

       3450-ADD-BILLED-TO-DOCUMENT.
           COMPUTE WS-BILLED-TOTAL =
               WS-BE-AMOUNT (WS-BILLED-IDX) + WS-BE-TAX (WS-BILLED-IDX)
           ADD WS-BILLED-TOTAL TO WS-INVOICED-HASH
           IF ISR-CREDIT-MEMO
               ADD 1 TO WS-DT-CREDIT-COUNT
               ADD 1 TO WS-CREDITS-INVOICED
               ADD WS-BE-AMOUNT (WS-BILLED-IDX) TO WS-DT-CREDIT-NET
               ADD WS-BE-TAX (WS-BILLED-IDX) TO WS-DT-CREDIT-TAX
           ELSE
               ADD 1 TO WS-DT-SALES-COUNT
               ADD 1 TO WS-SALES-INVOICED
               ADD WS-BE-AMOUNT (WS-BILLED-IDX) TO WS-DT-SALES-NET
               ADD WS-BE-TAX (WS-BILLED-IDX) TO WS-DT-SALES-TAX
           END-IF.

       3800-CLOSE-DOCUMENT.
           COMPUTE WS-DT-AMOUNT-DUE =
               WS-DT-SALES-NET + WS-DT-SALES-TAX
               - WS-DT-CREDIT-NET - WS-DT-CREDIT-TAX
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "SALES BILLED" TO WS-DCL-LABEL
           MOVE WS-DT-SALES-COUNT TO WS-DCL-COUNT
           MOVE WS-DOCUMENT-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "CREDIT MEMOS BILLED" TO WS-DCL-LABEL
           MOVE WS-DT-CREDIT-COUNT TO WS-DCL-COUNT
           MOVE WS-DOCUMENT-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "SALES NET" TO WS-DTL-LABEL
           MOVE WS-DT-SALES-NET TO WS-DTL-AMOUNT
           MOVE WS-DOCUMENT-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "SALES TAX" TO WS-DTL-LABEL
           MOVE WS-DT-SALES-TAX TO WS-DTL-AMOUNT
           MOVE WS-DOCUMENT-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "CREDIT MEMOS NET" TO WS-DTL-LABEL
           COMPUTE WS-SIGNED-AMOUNT = 0 - WS-DT-CREDIT-NET
           MOVE WS-SIGNED-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-DOCUMENT-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           MOVE "CREDIT MEMOS TAX" TO WS-DTL-LABEL
           COMPUTE WS-SIGNED-AMOUNT = 0 - WS-DT-CREDIT-TAX
           MOVE WS-SIGNED-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-DOCUMENT-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE
           IF WS-DT-AMOUNT-DUE < ZERO
               MOVE "CREDIT BALANCE" TO WS-DTL-LABEL
           ELSE
               MOVE "AMOUNT DUE" TO WS-DTL-LABEL
           END-IF
           MOVE WS-DT-AMOUNT-DUE TO WS-DTL-AMOUNT
           MOVE WS-DOCUMENT-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 4900-PRINT-LINE.

       4900-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4950-WRITE-PAGE-HEADINGS
           END-IF
           WRITE INVOICE-PRINT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *  Every document starts on a page of its own, numbered from
      *  one; a document that runs over repeats its headings.
       4950-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-DOC-PAGE-COUNT
           MOVE WS-DOC-PAGE-COUNT TO WS-H1-PAGE
           IF WS-PAGES-WRITTEN > 0
               WRITE INVOICE-PRINT-LINE FROM SPACES
           END-IF
           ADD 1 TO WS-PAGES-WRITTEN
           WRITE INVOICE-PRINT-LINE FROM WS-HEADING-1
           WRITE INVOICE-PRINT-LINE FROM WS-HEADING-2
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE FROM WS-COLUMN-HEADING
           MOVE 4 TO WS-LINE-COUNT.

      *--------------------------------------------------------------*
      *  BILLFILE table search - a detail already matched to an
      *  invoiced order is passed over, so a re-send and the same
      *  day's fresh detail for one order id each match once.  On
      *  a match the index is stepped back one so the VARYING
      *  increment leaves WS-BILLED-IDX on the matched entry.
      *--------------------------------------------------------------*
       5000-FIND-BILLED-DETAIL.
           MOVE "N" TO WS-BILLED-FOUND-SWITCH
           PERFORM VARYING WS-BILLED-IDX FROM 1 BY 1
               UNTIL WS-BILLED-IDX > WS-BILLED-COUNT
                  OR WS-BILLED-FOUND
               IF WS-BE-ORDER-ID (WS-BILLED-IDX) = WS-FIND-ORDER-ID
                  AND WS-BE-TYPE (WS-BILLED-IDX) = WS-FIND-TYPE
                  AND NOT WS-BE-MATCHED (WS-BILLED-IDX)
                   MOVE "Y" TO WS-BILLED-FOUND-SWITCH
                   SET WS-BILLED-IDX DOWN BY 1
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *  Control page - what was invoiced against what went out on
      *  BILLFILE.  Invoiced plus not invoiced must make up the
      *  trailer count and hash; anything else is out of balance.
      *--------------------------------------------------------------*
       8000-WRITE-CONTROL-PAGE.
           IF WS-PAGES-WRITTEN > 0
               WRITE INVOICE-PRINT-LINE FROM SPACES
           END-IF
           MOVE WS-INVOICE-DATE TO WS-CH-INVOICE-DATE
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-HEADING
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           PERFORM 8100-LIST-NOT-INVOICED
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE "INVOICE LINES READ" TO WS-CCL-LABEL
           MOVE WS-LINES-READ TO WS-CCL-COUNT
           MOVE ZEROES TO WS-CCL-HASH
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-COUNT-LINE
           MOVE "  PRICED ON OTHER DATES - SKIPPED" TO WS-CCL-LABEL
           MOVE WS-LINES-OTHER-DATE TO WS-CCL-COUNT
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-COUNT-LINE
           MOVE "  REPEATED BY RESTART - DROPPED" TO WS-CCL-LABEL
           MOVE WS-LINES-REPEATED TO WS-CCL-COUNT
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-COUNT-LINE
           MOVE "DOCUMENTS PRINTED" TO WS-CCL-LABEL
           MOVE WS-DOCUMENTS-PRINTED TO WS-CCL-COUNT
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-COUNT-LINE
           MOVE "PRICED ORDERS NOT ON BILLFILE" TO WS-CCL-LABEL
           MOVE WS-NOT-BILLED-COUNT TO WS-CCL-COUNT
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-COUNT-LINE
           MOVE "ORDERS BILLED AT A DIFFERENT AMOUNT" TO WS-CCL-LABEL
           MOVE WS-BILLED-DIFF-COUNT TO WS-CCL-COUNT
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-COUNT-LINE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE "SALES AND CREDIT MEMOS INVOICED" TO WS-CCL-LABEL
           COMPUTE WS-CCL-COUNT =
               WS-SALES-INVOICED + WS-CREDITS-INVOICED
           MOVE WS-INVOICED-HASH TO WS-CCL-HASH
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-COUNT-LINE
           MOVE "BILLFILE DETAILS NOT INVOICED TODAY" TO WS-CCL-LABEL
           MOVE WS-NOT-INVOICED-COUNT TO WS-CCL-COUNT
           MOVE WS-NOT-INVOICED-HASH TO WS-CCL-HASH
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-COUNT-LINE
           MOVE "BILLFILE DETAILS READ" TO WS-CCL-LABEL
           MOVE WS-PROVED-COUNT TO WS-CCL-COUNT
           MOVE WS-PROVED-HASH TO WS-CCL-HASH
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-COUNT-LINE
           MOVE "BILLFILE TRAILER" TO WS-CCL-LABEL
           MOVE WS-TRAILER-COUNT TO WS-CCL-COUNT
           MOVE WS-TRAILER-HASH TO WS-CCL-HASH
           WRITE INVOICE-PRINT-LINE FROM WS-CONTROL-COUNT-LINE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           PERFORM 8200-PROVE-TO-TRAILER.

       8100-LIST-NOT-INVOICED.
           WRITE INVOICE-PRINT-LINE FROM WS-NOT-INVOICED-HEADING
           PERFORM VARYING WS-BILLED-IDX FROM 1 BY 1
               UNTIL WS-BILLED-IDX > WS-BILLED-COUNT
               IF NOT WS-BE-MATCHED (WS-BILLED-IDX)
                   ADD 1 TO WS-NOT-INVOICED-COUNT
                   ADD WS-BE-AMOUNT (WS-BILLED-IDX)
                       TO WS-NOT-INVOICED-HASH
                   ADD WS-BE-TAX (WS-BILLED-IDX)
                       TO WS-NOT-INVOICED-HASH
                   MOVE WS-BE-ORDER-ID (WS-BILLED-IDX)
                       TO WS-NIL-ORDER-ID
                   IF WS-BE-CREDIT (WS-BILLED-IDX)
                       MOVE "CREDIT" TO WS-NIL-TYPE
                   ELSE
                       MOVE "SALE" TO WS-NIL-TYPE
                   END-IF
                   MOVE WS-BE-CURRENCY (WS-BILLED-IDX)
                       TO WS-NIL-CURRENCY
                   MOVE WS-BE-AMOUNT (WS-BILLED-IDX) TO WS-NIL-AMOUNT
                   MOVE WS-BE-TAX (WS-BILLED-IDX) TO WS-NIL-TAX
                   WRITE INVOICE-PRINT-LINE FROM WS-NOT-INVOICED-LINE
               END-IF
           END-PERFORM
           IF WS-NOT-INVOICED-COUNT = ZERO
               MOVE "NONE" TO WS-BRL-TEXT
               WRITE INVOICE-PRINT-LINE FROM WS-BALANCE-RESULT-LINE
           END-IF.

      *  An order priced but not billed, or billed at another
      *  amount, is a warning for the billing desk; invoices that do
      *  not add up to the BILLFILE trailer must not be mailed.
       8200-PROVE-TO-TRAILER.
           IF WS-SALES-INVOICED + WS-CREDITS-INVOICED
                  + WS-NOT-INVOICED-COUNT = WS-TRAILER-COUNT
              AND WS-INVOICED-HASH + WS-NOT-INVOICED-HASH
                  = WS-TRAILER-HASH
              AND WS-PROVED-COUNT = WS-TRAILER-COUNT
               MOVE "INVOICED PLUS NOT INVOICED AGREES TO THE BILLFILE T
      -            "RAILER - IN BALANCE" TO WS-BRL-TEXT
               IF WS-NOT-BILLED-COUNT > ZERO
                  OR WS-BILLED-DIFF-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "*** INVOICES DO NOT AGREE TO THE BILLFILE TRAILER -
      -            " OUT OF BALANCE ***" TO WS-BRL-TEXT
               DISPLAY "Error: Invoices out of balance with BILLFILE "
                   "trailer - do not release the invoice print."
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE INVOICE-PRINT-LINE FROM WS-BALANCE-RESULT-LINE.

       9000-TERMINATE.
           CLOSE INVOICE-LINE-IN
           CLOSE CUSTOMER-MASTER
           CLOSE INVOICE-PRINT.
