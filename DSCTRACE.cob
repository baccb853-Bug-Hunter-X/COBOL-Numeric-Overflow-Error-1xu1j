      ******************************************************************
      *  DSCTRACE
      *
      *  Order lifecycle trace inquiry.  Takes a list of order ids,
      *  or a customer number and date range, from the inquiry file
      *  and searches every file the pricing stream leaves behind -
      *  the edit rejects (EDITREJ), pricing exceptions (EXCDATA),
      *  priced outputs (ORDEROUT, BULKOUT, CREDOUT), holds (ORDHOLD)
      *  and their release (RELOUT) or carryover (HOLDCARRY), the
      *  billing extract (BILLFILE), billing's acknowledgments
      *  (BILLACK), the re-send carryover (BILCARRY) and the period
      *  audit archive (AUDARCH).  One chronological lifecycle is
      *  printed per order with the amounts at each step, and any
      *  order whose trail is broken - priced but never billed,
      *  billed but never acknowledged, unconfirmed but not carried
      *  for re-send, held but neither released nor carried - is
      *  flagged, in place of the desk searching nine files one at
      *  a time.
      *
      *  The daily files are the current generation, stamped with
      *  the PARMFILE business date (else the machine date) where
      *  the record carries no date of its own; the audit archive
      *  reaches back over the retention period.  Every stream file
      *  is optional - one not on hand is listed on the report as
      *  not searched, and the broken-trail checks that depend on
      *  it are not made.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCTRACE.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-REQUEST-IN ASSIGN TO "TRCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACE-REQUEST-STATUS.

           SELECT OPTIONAL EDIT-REJECT-IN ASSIGN TO "EDITREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-REJECT-STATUS.

           SELECT OPTIONAL EXCEPTION-DATA ASSIGN TO "EXCDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-DATA-STATUS.

           SELECT OPTIONAL ORDER-PRICED-IN ASSIGN TO "ORDEROUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PIN-ORDER-ID
               FILE STATUS IS WS-ORDER-PRICED-IN-STATUS.

           SELECT OPTIONAL BULK-PRICED-IN ASSIGN TO "BULKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULK-PRICED-IN-STATUS.

           SELECT OPTIONAL CREDIT-PRICED-IN ASSIGN TO "CREDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-PRICED-IN-STATUS.

           SELECT OPTIONAL HOLD-IN ASSIGN TO "ORDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STATUS.

           SELECT OPTIONAL RELEASED-IN ASSIGN TO "RELOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-IN-STATUS.

           SELECT OPTIONAL HOLD-CARRY-IN ASSIGN TO "HOLDCARRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-CARRY-IN-STATUS.

           SELECT OPTIONAL BILLING-EXTRACT-IN ASSIGN TO "BILLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-EXTRACT-STATUS.

           SELECT OPTIONAL BILLING-ACK-IN ASSIGN TO "BILLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-ACK-STATUS.

           SELECT OPTIONAL CARRYOVER-IN ASSIGN TO "BILCARRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYOVER-IN-STATUS.

           SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARC-ARCHIVE-KEY
               FILE STATUS IS WS-AUDIT-ARCHIVE-STATUS.

           SELECT OPTIONAL RUN-PARMS ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARMS-STATUS.

           SELECT SORT-WORK ASSIGN TO "DSCSORT".

           SELECT TRACE-REPORT ASSIGN TO "TRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  One inquiry per record - type "O" traces the order id given,
      *  type "C" traces every order the customer has on a
      *  customer-bearing stream file dated within the range.
       FD  TRACE-REQUEST-IN
           RECORDING MODE IS F.
       01  TRACE-REQUEST-RECORD.
           05  TRQ-REQUEST-TYPE        PIC X(01).
               88  TRQ-BY-ORDER        VALUE "O".
               88  TRQ-BY-CUSTOMER     VALUE "C".
           05  TRQ-ORDER-ID            PIC X(10).
           05  TRQ-CUST-NO             PIC X(08).
           05  TRQ-FROM-DATE           PIC 9(8).
           05  TRQ-TO-DATE             PIC 9(8).
           05  FILLER                  PIC X(15).

      *  EDIT-REJECT-RECORD must stay byte-for-byte identical to the
      *  edit reject record DSCEDIT writes to EDITREJ.
       FD  EDIT-REJECT-IN
           RECORDING MODE IS F.
       01  EDIT-REJECT-RECORD.
           05  ERJ-ORDER-ID            PIC X(10).
           05  ERJ-REASON              PIC X(30).
           05  FILLER                  PIC X(10).

       FD  EXCEPTION-DATA
           RECORDING MODE IS F.
       COPY EXCREC.

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

       FD  HOLD-IN
           RECORDING MODE IS F.
       COPY HOLDREC.

      *  RELEASED-ORDER-RECORD must stay byte-for-byte identical to
      *  the released-order record DSCHLREL writes to RELOUT.
       FD  RELEASED-IN
           RECORDING MODE IS F.
       01  RELEASED-ORDER-RECORD.
           05  REL-ORDER-ID            PIC X(10).
           05  REL-PRICE               PIC 9(7)V99.
           05  REL-DISCOUNT            PIC 9(7)V99.
           05  REL-AMOUNT              PIC 9(7)V99.
           05  REL-ERROR-FLAG          PIC 9.

      *  CARRYOVER-HOLD-RECORD must stay byte-for-byte identical to
      *  HOLD-REQUEST-RECORD (HOLDREC.cpy) - the copybook's data
      *  names are taken by the ORDHOLD FD above.
       FD  HOLD-CARRY-IN
           RECORDING MODE IS F.
       01  CARRYOVER-HOLD-RECORD.
           05  CHO-RUN-DATE            PIC 9(8).
           05  CHO-BATCH-ID            PIC X(08).
           05  CHO-ORDER-ID            PIC X(10).
           05  CHO-CUST-NO             PIC X(08).
           05  CHO-CHANNEL             PIC X(02).
           05  CHO-HOLD-REASON         PIC X(20).
           05  CHO-PRICE               PIC 9(7)V99.
           05  CHO-DISCOUNT            PIC 9(7)V99.
           05  FILLER                  PIC X(10).

       FD  BILLING-EXTRACT-IN
           RECORDING MODE IS F.
       COPY BILREC.

       FD  BILLING-ACK-IN
           RECORDING MODE IS F.
       COPY BAKREC.

      *  CARRYOVER-BILL-RECORD must stay byte-for-byte identical to
      *  BILLING-INTERFACE-RECORD (BILREC.cpy).
       FD  CARRYOVER-IN
           RECORDING MODE IS F.
       01  CARRYOVER-BILL-RECORD.
           05  CVR-RECORD-TYPE         PIC X(01).
               88  CVR-DETAIL          VALUE "D".
               88  CVR-CREDIT          VALUE "C".
           05  CVR-BODY                PIC X(49).
           05  CVR-DETAIL-BODY REDEFINES CVR-BODY.
               10  CVR-DTL-ORDER-ID    PIC X(10).
               10  CVR-DTL-AMOUNT      PIC 9(7)V99.
               10  CVR-DTL-TAX         PIC 9(7)V99.
               10  CVR-DTL-JURISDICTION PIC X(05).
               10  CVR-DTL-CURRENCY    PIC X(03).
               10  FILLER              PIC X(13).

       FD  AUDIT-ARCHIVE.
       COPY ARCREC.

       FD  RUN-PARMS
           RECORDING MODE IS F.
       COPY PARMREC.

      *  One row per step found for a traced order.  TRC-STAGE puts
      *  the steps of one business day in stream order - edit,
      *  pricing, hold, release, billing, acknowledgment, re-send.
       SD  SORT-WORK.
       01  TRACE-EVENT-RECORD.
           05  TRC-ORDER-ID            PIC X(10).
           05  TRC-EVENT-DATE          PIC 9(8).
           05  TRC-STAGE               PIC 9(2).
               88  TRC-EDIT-REJECT     VALUE 01.
               88  TRC-PRICING-REJECT  VALUE 02.
               88  TRC-ARCHIVED-EXC    VALUE 03.
               88  TRC-PRICED          VALUE 04 05 06.
               88  TRC-HOLD-PLACED     VALUE 07.
               88  TRC-RELEASED        VALUE 08.
               88  TRC-HOLD-CARRIED    VALUE 09.
               88  TRC-BILLED          VALUE 10.
               88  TRC-ACKNOWLEDGED    VALUE 11.
               88  TRC-CARRIED-RESEND  VALUE 12.
           05  TRC-SOURCE              PIC X(08).
           05  TRC-STEP-TEXT           PIC X(22).
           05  TRC-CUST-NO             PIC X(08).
           05  TRC-PRICE               PIC 9(7)V99.
           05  TRC-DISCOUNT            PIC 9(7)V99.
           05  TRC-AMOUNT              PIC 9(7)V99.
           05  TRC-TAX                 PIC 9(7)V99.
           05  TRC-ERROR-FLAG          PIC 9(2).
           05  TRC-ACK-STATUS          PIC X(01).
               88  TRC-ACK-ACCEPTED    VALUE "A".
           05  TRC-DETAIL              PIC X(30).

       FD  TRACE-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRACE-REQUEST-STATUS PIC XX.
               88  TRACE-REQUEST-FOUND VALUE "00".
           05  WS-EDIT-REJECT-STATUS   PIC XX.
               88  EDIT-REJECT-PRESENT VALUE "00".
           05  WS-EXCEPTION-DATA-STATUS PIC XX.
               88  EXCEPTION-DATA-PRESENT VALUE "00".
           05  WS-ORDER-PRICED-IN-STATUS PIC XX.
               88  ORDER-PRICED-PRESENT VALUE "00".
           05  WS-BULK-PRICED-IN-STATUS PIC XX.
               88  BULK-PRICED-PRESENT VALUE "00".
           05  WS-CREDIT-PRICED-IN-STATUS PIC XX.
               88  CREDIT-PRICED-PRESENT VALUE "00".
           05  WS-HOLD-IN-STATUS       PIC XX.
               88  HOLD-IN-PRESENT     VALUE "00".
           05  WS-RELEASED-IN-STATUS   PIC XX.
               88  RELEASED-IN-PRESENT VALUE "00".
           05  WS-HOLD-CARRY-IN-STATUS PIC XX.
               88  HOLD-CARRY-PRESENT  VALUE "00".
           05  WS-BILLING-EXTRACT-STATUS PIC XX.
               88  BILLING-EXTRACT-PRESENT VALUE "00".
           05  WS-BILLING-ACK-STATUS   PIC XX.
               88  BILLING-ACK-PRESENT VALUE "00".
           05  WS-CARRYOVER-IN-STATUS  PIC XX.
               88  CARRYOVER-PRESENT   VALUE "00".
           05  WS-AUDIT-ARCHIVE-STATUS PIC XX.
               88  AUDIT-ARCHIVE-PRESENT VALUE "00".
           05  WS-RUN-PARMS-STATUS     PIC XX.
               88  RUN-PARMS-FOUND     VALUE "00".
           05  WS-TRACE-RPT-STATUS     PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  WS-SORT-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-SORTED-DATA  VALUE "Y".
           05  WS-FIRST-RECORD-SWITCH  PIC X VALUE "Y".
               88  WS-FIRST-RECORD     VALUE "Y".
           05  WS-ORDER-FOUND-SWITCH   PIC X VALUE "N".
               88  WS-ORDER-FOUND      VALUE "Y".
           05  WS-CUST-SELECT-SWITCH   PIC X VALUE "N".
               88  WS-CUST-SELECTED    VALUE "Y".
           05  WS-TRAIL-BROKEN-SWITCH  PIC X VALUE "N".
               88  WS-TRAIL-BROKEN     VALUE "Y".

      *--------------------------------------------------------------*
      *  Which stream files were on hand - a broken-trail check is
      *  only made when every file it looks at was searched.
      *--------------------------------------------------------------*
       01  WS-FILES-SEARCHED.
           05  WS-PRICED-SEARCHED-SW   PIC X VALUE "Y".
               88  WS-PRICED-SEARCHED  VALUE "Y".
           05  WS-HOLD-SEARCHED-SW     PIC X VALUE "Y".
               88  WS-HOLD-SEARCHED    VALUE "Y".
           05  WS-RELEASE-SEARCHED-SW  PIC X VALUE "Y".
               88  WS-RELEASE-SEARCHED VALUE "Y".
           05  WS-BILLING-SEARCHED-SW  PIC X VALUE "Y".
               88  WS-BILLING-SEARCHED VALUE "Y".
           05  WS-ACK-SEARCHED-SW      PIC X VALUE "Y".
               88  WS-ACK-SEARCHED     VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-BILLFILE-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-PREV-ORDER-ID            PIC X(10) VALUE SPACES.

      *--------------------------------------------------------------*
      *  Orders to trace - the order-id inquiries plus every order
      *  the customer inquiries select.  Loaded up front and matched
      *  with a straight table scan, the same pattern as the ack
      *  table in DSCBILRC.
      *--------------------------------------------------------------*
       01  WS-TRACE-TABLE.
           05  WS-TRACE-COUNT          PIC 9(4) COMP VALUE ZEROES.
           05  WS-TRACE-ENTRY          OCCURS 2000 TIMES
                   INDEXED BY WS-TRACE-IDX.
               10  WS-TE-ORDER-ID      PIC X(10).
               10  WS-TE-FOUND-IND     PIC X(01).
                   88  WS-TE-FOUND     VALUE "Y".

       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-COUNT           PIC 9(4) COMP VALUE ZEROES.
           05  WS-CUST-ENTRY           OCCURS 50 TIMES
                   INDEXED BY WS-CUST-IDX.
               10  WS-CE-CUST-NO       PIC X(08).
               10  WS-CE-FROM-DATE     PIC 9(8).
               10  WS-CE-TO-DATE       PIC 9(8).

       01  WS-LOOKUP-FIELDS.
           05  WS-FIND-ORDER-ID        PIC X(10).
           05  WS-FIND-CUST-NO         PIC X(08).
           05  WS-FIND-DATE            PIC 9(8).
           05  WS-REASON-FLAG          PIC 9(2).

      *--------------------------------------------------------------*
      *  Step counts for the order being printed - the broken-trail
      *  checks are made off these at the order break.
      *--------------------------------------------------------------*
       01  WS-ORDER-COUNTS.
           05  WS-OC-PRICED-CLEAN      PIC 9(4) COMP VALUE ZEROES.
           05  WS-OC-HELD              PIC 9(4) COMP VALUE ZEROES.
           05  WS-OC-RELEASED          PIC 9(4) COMP VALUE ZEROES.
           05  WS-OC-HOLD-CARRIED      PIC 9(4) COMP VALUE ZEROES.
           05  WS-OC-BILLED            PIC 9(4) COMP VALUE ZEROES.
           05  WS-OC-ACKED             PIC 9(4) COMP VALUE ZEROES.
           05  WS-OC-ACCEPTED          PIC 9(4) COMP VALUE ZEROES.
           05  WS-OC-RESEND-CARRIED    PIC 9(4) COMP VALUE ZEROES.
           05  WS-OC-UNCONFIRMED       PIC 9(4) COMP VALUE ZEROES.

       01  WS-REPORT-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(7) VALUE ZEROES.
           05  WS-REQUESTS-INVALID     PIC 9(7) VALUE ZEROES.
           05  WS-ORDERS-TRACED        PIC 9(7) VALUE ZEROES.
           05  WS-ORDERS-NOT-FOUND     PIC 9(7) VALUE ZEROES.
           05  WS-TRAILS-BROKEN        PIC 9(7) VALUE ZEROES.
           05  WS-EVENTS-FOUND         PIC 9(9) VALUE ZEROES.

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
           05  FILLER                  PIC X(13) VALUE "CREDIT LIMIT".
       01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-VALUES.
           05  WS-REASON-ENTRY         PIC X(13) OCCURS 10 TIMES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(47)
               VALUE "ORDER LIFECYCLE TRACE - STREAM FILES FOR".
           05  WS-H1-RUN-DATE          PIC 9(8).

       01  WS-REQUEST-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "INQUIRY: ".
           05  WS-RQL-TEXT             PIC X(60).

       01  WS-REQUEST-TEXT-ORDER.
           05  FILLER                  PIC X(06) VALUE "ORDER ".
           05  WS-RTO-ORDER-ID         PIC X(10).

       01  WS-REQUEST-TEXT-CUSTOMER.
           05  FILLER                  PIC X(09) VALUE "CUSTOMER ".
           05  WS-RTC-CUST-NO          PIC X(08).
           05  FILLER                  PIC X(06) VALUE " FROM ".
           05  WS-RTC-FROM-DATE        PIC 9(8).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  WS-RTC-TO-DATE          PIC 9(8).

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "** ".
           05  WS-NL-TEXT              PIC X(70).

       01  WS-FILE-MISSING-TEXT.
           05  WS-FMT-FILE-NAME        PIC X(09).
           05  FILLER                  PIC X(40)
               VALUE "NOT ON HAND - NOT SEARCHED".

       01  WS-ORDER-HEADING.
           05  FILLER                  PIC X(07) VALUE "ORDER: ".
           05  WS-OH-ORDER-ID          PIC X(10).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(08) VALUE "DATE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE "STEP".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "FILE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "     PRICE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "  DISCOUNT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "       NET".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "       TAX".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "DETAIL".

       01  WS-DETAIL-LINE.
           05  WS-DL-EVENT-DATE        PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-STEP-TEXT         PIC X(22).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-SOURCE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-NO           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PRICE             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DISCOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-TAX               PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DETAIL            PIC X(30).

       01  WS-TRAIL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-TL-MARK              PIC X(04).
           05  FILLER                  PIC X(14) VALUE "TRAIL STATUS: ".
           05  WS-TL-TEXT              PIC X(50).

       01  WS-NOT-FOUND-HEADING.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "ORDERS NOT FOUND ON ANY STREAM FILE".

       01  WS-NOT-FOUND-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NFL-ORDER-ID         PIC X(10).

       01  WS-SUMMARY-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SCL-LABEL            PIC X(30).
           05  WS-SCL-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-REQUESTS
           IF WS-CUST-COUNT > ZERO
               PERFORM 2000-SELECT-CUSTOMER-ORDERS
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY TRC-ORDER-ID TRC-EVENT-DATE TRC-STAGE
               INPUT PROCEDURE IS 3000-COLLECT-EVENTS
               OUTPUT PROCEDURE IS 4000-PRINT-LIFECYCLES
           PERFORM 8000-REPORT-NOT-FOUND
           PERFORM 8500-WRITE-SUMMARY
           CLOSE TRACE-REPORT
           STOP RUN.

      *  Files with no date of their own are the current generation,
      *  stamped with the PARMFILE business date when one is
      *  supplied, else the machine date - the same date the stream
      *  stamped on them.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
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
           CLOSE RUN-PARMS
           MOVE WS-RUN-DATE TO WS-BILLFILE-DATE
           OPEN OUTPUT TRACE-REPORT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *--------------------------------------------------------------*
      *  Inquiries.  An order-id inquiry goes straight on the trace
      *  table; a customer inquiry goes on the customer table and
      *  its orders are picked up by the selection sweep.  A blank
      *  or zero date range end is taken as open-ended.
      *--------------------------------------------------------------*
       1100-LOAD-REQUESTS.
           OPEN INPUT TRACE-REQUEST-IN
           IF NOT TRACE-REQUEST-FOUND
               DISPLAY "Error: Trace inquiry file TRCREQ missing - "
                   "no orders to trace."
               MOVE 16 TO RETURN-CODE
               CLOSE TRACE-REPORT
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ TRACE-REQUEST-IN
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1150-STORE-REQUEST
               END-READ
           END-PERFORM
           CLOSE TRACE-REQUEST-IN
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1150-STORE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           EVALUATE TRUE
               WHEN TRQ-BY-ORDER AND TRQ-ORDER-ID NOT = SPACES
                   MOVE TRQ-ORDER-ID TO WS-FIND-ORDER-ID
                   PERFORM 5200-ADD-TRACE-ORDER
                   MOVE TRQ-ORDER-ID TO WS-RTO-ORDER-ID
                   MOVE WS-REQUEST-TEXT-ORDER TO WS-RQL-TEXT
                   WRITE REPORT-LINE FROM WS-REQUEST-LINE
               WHEN TRQ-BY-CUSTOMER AND TRQ-CUST-NO NOT = SPACES
                   PERFORM 1160-STORE-CUSTOMER-REQUEST
               WHEN OTHER
                   ADD 1 TO WS-REQUESTS-INVALID
                   MOVE "INQUIRY RECORD NOT RECOGNISED - IGNORED"
                       TO WS-NL-TEXT
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-EVALUATE.

       1160-STORE-CUSTOMER-REQUEST.
           IF WS-CUST-COUNT >= 50
               DISPLAY "Error: Trace inquiry holds more than 50 "
                   "customer inquiries - TRACE NOT RUN."
               MOVE 16 TO RETURN-CODE
               CLOSE TRACE-REQUEST-IN
               CLOSE TRACE-REPORT
               STOP RUN
           END-IF
           ADD 1 TO WS-CUST-COUNT
           SET WS-CUST-IDX TO WS-CUST-COUNT
           MOVE TRQ-CUST-NO TO WS-CE-CUST-NO (WS-CUST-IDX)
           MOVE ZEROES TO WS-CE-FROM-DATE (WS-CUST-IDX)
           IF TRQ-FROM-DATE NUMERIC
               MOVE TRQ-FROM-DATE TO WS-CE-FROM-DATE (WS-CUST-IDX)
           END-IF
           MOVE 99999999 TO WS-CE-TO-DATE (WS-CUST-IDX)
           IF TRQ-TO-DATE NUMERIC
              AND TRQ-TO-DATE NOT = ZEROES
               MOVE TRQ-TO-DATE TO WS-CE-TO-DATE (WS-CUST-IDX)
           END-IF
           MOVE TRQ-CUST-NO TO WS-RTC-CUST-NO
           MOVE WS-CE-FROM-DATE (WS-CUST-IDX) TO WS-RTC-FROM-DATE
           MOVE WS-CE-TO-DATE (WS-CUST-IDX) TO WS-RTC-TO-DATE
           MOVE WS-REQUEST-TEXT-CUSTOMER TO WS-RQL-TEXT
           WRITE REPORT-LINE FROM WS-REQUEST-LINE.

      *--------------------------------------------------------------*
      *  Customer selection sweep - every file that carries the
      *  customer number is read once, and each order of an
      *  inquired customer dated within the range goes on the trace
      *  table.  The priced outputs carry no date of their own and
      *  are dated with the business date.
      *--------------------------------------------------------------*
       2000-SELECT-CUSTOMER-ORDERS.
           OPEN INPUT EXCEPTION-DATA
           IF EXCEPTION-DATA-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ EXCEPTION-DATA
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE EXC-ORDER-ID TO WS-FIND-ORDER-ID
                           MOVE EXC-CUST-NO  TO WS-FIND-CUST-NO
                           MOVE EXC-RUN-DATE TO WS-FIND-DATE
                           PERFORM 2900-SELECT-IF-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EXCEPTION-DATA
           OPEN INPUT ORDER-PRICED-IN
           IF ORDER-PRICED-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ ORDER-PRICED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE PIN-ORDER-ID TO WS-FIND-ORDER-ID
                           MOVE PIN-CUST-NO  TO WS-FIND-CUST-NO
                           MOVE WS-RUN-DATE  TO WS-FIND-DATE
                           PERFORM 2900-SELECT-IF-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ORDER-PRICED-IN
           OPEN INPUT BULK-PRICED-IN
           IF BULK-PRICED-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ BULK-PRICED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE BIN-ORDER-ID TO WS-FIND-ORDER-ID
                           MOVE BIN-CUST-NO  TO WS-FIND-CUST-NO
                           MOVE WS-RUN-DATE  TO WS-FIND-DATE
                           PERFORM 2900-SELECT-IF-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BULK-PRICED-IN
           OPEN INPUT CREDIT-PRICED-IN
           IF CREDIT-PRICED-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ CREDIT-PRICED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CIN-ORDER-ID TO WS-FIND-ORDER-ID
                           MOVE CIN-CUST-NO  TO WS-FIND-CUST-NO
                           MOVE WS-RUN-DATE  TO WS-FIND-DATE
                           PERFORM 2900-SELECT-IF-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CREDIT-PRICED-IN
           PERFORM 2100-SELECT-FROM-HOLDS
           PERFORM 2200-SELECT-FROM-ARCHIVE.

       2100-SELECT-FROM-HOLDS.
           OPEN INPUT HOLD-IN
           IF HOLD-IN-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ HOLD-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE HLD-ORDER-ID TO WS-FIND-ORDER-ID
                           MOVE HLD-CUST-NO  TO WS-FIND-CUST-NO
                           MOVE HLD-RUN-DATE TO WS-FIND-DATE
                           PERFORM 2900-SELECT-IF-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOLD-IN
           OPEN INPUT HOLD-CARRY-IN
           IF HOLD-CARRY-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ HOLD-CARRY-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CHO-ORDER-ID TO WS-FIND-ORDER-ID
                           MOVE CHO-CUST-NO  TO WS-FIND-CUST-NO
                           MOVE CHO-RUN-DATE TO WS-FIND-DATE
                           PERFORM 2900-SELECT-IF-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOLD-CARRY-IN.

       2200-SELECT-FROM-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE
           IF AUDIT-ARCHIVE-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-ARCHIVE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ARC-ORDER-ID TO WS-FIND-ORDER-ID
                           MOVE ARC-CUST-NO  TO WS-FIND-CUST-NO
                           MOVE ARC-RUN-DATE TO WS-FIND-DATE
                           PERFORM 2900-SELECT-IF-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-ARCHIVE.

       2900-SELECT-IF-CUSTOMER.
           MOVE "N" TO WS-CUST-SELECT-SWITCH
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
                  OR WS-CUST-SELECTED
               IF WS-CE-CUST-NO (WS-CUST-IDX) = WS-FIND-CUST-NO
                  AND WS-FIND-DATE >= WS-CE-FROM-DATE (WS-CUST-IDX)
                  AND WS-FIND-DATE <= WS-CE-TO-DATE (WS-CUST-IDX)
                   MOVE "Y" TO WS-CUST-SELECT-SWITCH
               END-IF
           END-PERFORM
           IF WS-CUST-SELECTED
               PERFORM 5200-ADD-TRACE-ORDER
           END-IF.

      *--------------------------------------------------------------*
      *  Event collection - every stream file is swept once and
      *  each row for a traced order is released as one step of its
      *  lifecycle.
      *--------------------------------------------------------------*
       3000-COLLECT-EVENTS.
           PERFORM 3100-SWEEP-EDIT-REJECTS
           PERFORM 3200-SWEEP-EXCEPTIONS
           PERFORM 3300-SWEEP-ARCHIVE
           PERFORM 3400-SWEEP-PRICED-ORDERS
           PERFORM 3450-SWEEP-PRICED-BULK
           PERFORM 3470-SWEEP-PRICED-CREDITS
           PERFORM 3500-SWEEP-HOLDS
           PERFORM 3550-SWEEP-RELEASES
           PERFORM 3570-SWEEP-HOLD-CARRYOVER
           PERFORM 3600-SWEEP-BILLING-EXTRACT
           PERFORM 3700-SWEEP-ACKNOWLEDGMENTS
           PERFORM 3800-SWEEP-RESEND-CARRYOVER
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-SWEEP-EDIT-REJECTS.
           OPEN INPUT EDIT-REJECT-IN
           IF EDIT-REJECT-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ EDIT-REJECT-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ERJ-ORDER-ID TO WS-FIND-ORDER-ID
                           PERFORM 5000-FIND-TRACE-ORDER
                           IF WS-ORDER-FOUND
                               PERFORM 3110-RELEASE-EDIT-REJECT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "EDITREJ" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE EDIT-REJECT-IN.

       3110-RELEASE-EDIT-REJECT.
           PERFORM 3900-CLEAR-EVENT
           MOVE ERJ-ORDER-ID      TO TRC-ORDER-ID
           MOVE WS-RUN-DATE       TO TRC-EVENT-DATE
           SET TRC-EDIT-REJECT    TO TRUE
           MOVE "EDITREJ"         TO TRC-SOURCE
           MOVE "EDIT REJECTED"   TO TRC-STEP-TEXT
           MOVE ERJ-REASON        TO TRC-DETAIL
           PERFORM 3990-RELEASE-EVENT.

       3200-SWEEP-EXCEPTIONS.
           OPEN INPUT EXCEPTION-DATA
           IF EXCEPTION-DATA-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ EXCEPTION-DATA
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE EXC-ORDER-ID TO WS-FIND-ORDER-ID
                           PERFORM 5000-FIND-TRACE-ORDER
                           IF WS-ORDER-FOUND
                               PERFORM 3210-RELEASE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "EXCDATA" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE EXCEPTION-DATA.

       3210-RELEASE-EXCEPTION.
           PERFORM 3900-CLEAR-EVENT
           MOVE EXC-ORDER-ID      TO TRC-ORDER-ID
           MOVE EXC-RUN-DATE      TO TRC-EVENT-DATE
           SET TRC-PRICING-REJECT TO TRUE
           MOVE "EXCDATA"         TO TRC-SOURCE
           MOVE "PRICING REJECT"  TO TRC-STEP-TEXT
           MOVE EXC-CUST-NO       TO TRC-CUST-NO
           MOVE EXC-PRICE         TO TRC-PRICE
           MOVE EXC-DISCOUNT      TO TRC-DISCOUNT
           MOVE EXC-AMOUNT        TO TRC-AMOUNT
           MOVE EXC-REASON-CODE   TO TRC-DETAIL
           PERFORM 3990-RELEASE-EVENT.

      *  The archive is the only history beyond the current
      *  generation - it holds the exception rows of every day in
      *  the retention period.
       3300-SWEEP-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE
           IF AUDIT-ARCHIVE-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-ARCHIVE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ARC-ORDER-ID TO WS-FIND-ORDER-ID
                           PERFORM 5000-FIND-TRACE-ORDER
                           IF WS-ORDER-FOUND
                               PERFORM 3310-RELEASE-ARCHIVED
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "AUDARCH" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE AUDIT-ARCHIVE.

       3310-RELEASE-ARCHIVED.
           PERFORM 3900-CLEAR-EVENT
           MOVE ARC-ORDER-ID      TO TRC-ORDER-ID
           MOVE ARC-RUN-DATE      TO TRC-EVENT-DATE
           SET TRC-ARCHIVED-EXC   TO TRUE
           MOVE "AUDARCH"         TO TRC-SOURCE
           MOVE "ARCHIVED EXCEPTION" TO TRC-STEP-TEXT
           MOVE ARC-CUST-NO       TO TRC-CUST-NO
           MOVE ARC-PRICE         TO TRC-PRICE
           MOVE ARC-DISCOUNT      TO TRC-DISCOUNT
           MOVE ARC-AMOUNT        TO TRC-AMOUNT
           MOVE ARC-BATCH-ID      TO TRC-DETAIL
           PERFORM 3990-RELEASE-EVENT.

       3400-SWEEP-PRICED-ORDERS.
           OPEN INPUT ORDER-PRICED-IN
           IF ORDER-PRICED-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ ORDER-PRICED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE PIN-ORDER-ID TO WS-FIND-ORDER-ID
                           PERFORM 5000-FIND-TRACE-ORDER
                           IF WS-ORDER-FOUND
                               PERFORM 3410-RELEASE-PRICED-ORDER
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "N" TO WS-PRICED-SEARCHED-SW
               MOVE "ORDEROUT" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE ORDER-PRICED-IN.

       3410-RELEASE-PRICED-ORDER.
           PERFORM 3900-CLEAR-EVENT
           MOVE PIN-ORDER-ID      TO TRC-ORDER-ID
           MOVE WS-RUN-DATE       TO TRC-EVENT-DATE
           MOVE 04                TO TRC-STAGE
           MOVE "ORDEROUT"        TO TRC-SOURCE
           MOVE "PRICED"          TO TRC-STEP-TEXT
           MOVE PIN-CUST-NO       TO TRC-CUST-NO
           MOVE PIN-PRICE         TO TRC-PRICE
           MOVE PIN-DISCOUNT      TO TRC-DISCOUNT
           MOVE PIN-AMOUNT        TO TRC-AMOUNT
           MOVE PIN-TAX           TO TRC-TAX
           MOVE PIN-ERROR-FLAG    TO TRC-ERROR-FLAG
           PERFORM 3990-RELEASE-EVENT.

       3450-SWEEP-PRICED-BULK.
           OPEN INPUT BULK-PRICED-IN
           IF BULK-PRICED-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ BULK-PRICED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE BIN-ORDER-ID TO WS-FIND-ORDER-ID
                           PERFORM 5000-FIND-TRACE-ORDER
                           IF WS-ORDER-FOUND
                               PERFORM 3460-RELEASE-PRICED-BULK
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "N" TO WS-PRICED-SEARCHED-SW
               MOVE "BULKOUT" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE BULK-PRICED-IN.

       3460-RELEASE-PRICED-BULK.
           PERFORM 3900-CLEAR-EVENT
           MOVE BIN-ORDER-ID      TO TRC-ORDER-ID
           MOVE WS-RUN-DATE       TO TRC-EVENT-DATE
           MOVE 05                TO TRC-STAGE
           MOVE "BULKOUT"         TO TRC-SOURCE
           MOVE "PRICED - BULK"   TO TRC-STEP-TEXT
           MOVE BIN-CUST-NO       TO TRC-CUST-NO
           MOVE BIN-PRICE         TO TRC-PRICE
           MOVE BIN-DISCOUNT      TO TRC-DISCOUNT
           MOVE BIN-AMOUNT        TO TRC-AMOUNT
           MOVE BIN-TAX           TO TRC-TAX
           MOVE BIN-ERROR-FLAG    TO TRC-ERROR-FLAG
           PERFORM 3990-RELEASE-EVENT.

       3470-SWEEP-PRICED-CREDITS.
           OPEN INPUT CREDIT-PRICED-IN
           IF CREDIT-PRICED-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ CREDIT-PRICED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CIN-ORDER-ID TO WS-FIND-ORDER-ID
                           PERFORM 5000-FIND-TRACE-ORDER
                           IF WS-ORDER-FOUND
                               PERFORM 3480-RELEASE-PRICED-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "N" TO WS-PRICED-SEARCHED-SW
               MOVE "CREDOUT" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE CREDIT-PRICED-IN.

       3480-RELEASE-PRICED-CREDIT.
           PERFORM 3900-CLEAR-EVENT
           MOVE CIN-ORDER-ID      TO TRC-ORDER-ID
           MOVE WS-RUN-DATE       TO TRC-EVENT-DATE
           MOVE 06                TO TRC-STAGE
           MOVE "CREDOUT"         TO TRC-SOURCE
           MOVE "PRICED - CREDIT MEMO" TO TRC-STEP-TEXT
           MOVE CIN-CUST-NO       TO TRC-CUST-NO
           MOVE CIN-PRICE         TO TRC-PRICE
           MOVE CIN-DISCOUNT      TO TRC-DISCOUNT
           MOVE CIN-AMOUNT        TO TRC-AMOUNT
           MOVE CIN-TAX           TO TRC-TAX
           MOVE CIN-ERROR-FLAG    TO TRC-ERROR-FLAG
           PERFORM 3990-RELEASE-EVENT.

       3500-SWEEP-HOLDS.
           OPEN INPUT HOLD-IN
           IF HOLD-IN-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ HOLD-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE HLD-ORDER-ID TO WS-FIND-ORDER-ID
                           PERFORM 5000-FIND-TRACE-ORDER
                           IF WS-ORDER-FOUND
                               PERFORM 3510-RELEASE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "N" TO WS-HOLD-SEARCHED-SW
               MOVE "ORDHOLD" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE HOLD-IN.

       3510-RELEASE-HOLD.
           PERFORM 3900-CLEAR-EVENT
           MOVE HLD-ORDER-ID      TO TRC-ORDER-ID
           MOVE HLD-RUN-DATE      TO TRC-EVENT-DATE
           SET TRC-HOLD-PLACED    TO TRUE
           MOVE "ORDHOLD"         TO TRC-SOURCE
           MOVE "HOLD PLACED"     TO TRC-STEP-TEXT
           MOVE HLD-CUST-NO       TO TRC-CUST-NO
           MOVE HLD-PRICE         TO TRC-PRICE
           MOVE HLD-DISCOUNT      TO TRC-DISCOUNT
           MOVE HLD-HOLD-REASON   TO TRC-DETAIL
           PERFORM 3990-RELEASE-EVENT.

       3550-SWEEP-RELEASES.
           OPEN INPUT RELEASED-IN
           IF RELEASED-IN-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ RELEASED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE REL-ORDER-ID TO WS-FIND-ORDER-ID
                           PERFORM 5000-FIND-TRACE-ORDER
                           IF WS-ORDER-FOUND
                               PERFORM 3560-RELEASE-RELEASED
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "N" TO WS-RELEASE-SEARCHED-SW
               MOVE "RELOUT" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE RELEASED-IN.

       3560-RELEASE-RELEASED.
           PERFORM 3900-CLEAR-EVENT
           MOVE REL-ORDER-ID      TO TRC-ORDER-ID
           MOVE WS-RUN-DATE       TO TRC-EVENT-DATE
           SET TRC-RELEASED       TO TRUE
           MOVE "RELOUT"          TO TRC-SOURCE
           MOVE "RELEASED/RE-PRICED" TO TRC-STEP-TEXT
           MOVE REL-PRICE         TO TRC-PRICE
           MOVE REL-DISCOUNT      TO TRC-DISCOUNT
           MOVE REL-AMOUNT        TO TRC-AMOUNT
           MOVE REL-ERROR-FLAG    TO TRC-ERROR-FLAG
           PERFORM 3990-RELEASE-EVENT.

      *  A carried hold keeps the date it was first placed; the
      *  carry itself is today's step.
       3570-SWEEP-HOLD-CARRYOVER.
           OPEN INPUT HOLD-CARRY-IN
           IF HOLD-CARRY-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ HOLD-CARRY-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CHO-ORDER-ID TO WS-FIND-ORDER-ID
                           PERFORM 5000-FIND-TRACE-ORDER
                           IF WS-ORDER-FOUND
                               PERFORM 3580-RELEASE-HOLD-CARRIED
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "N" TO WS-RELEASE-SEARCHED-SW
               MOVE "HOLDCARRY" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE HOLD-CARRY-IN.

       3580-RELEASE-HOLD-CARRIED.
           PERFORM 3900-CLEAR-EVENT
           MOVE CHO-ORDER-ID      TO TRC-ORDER-ID
           MOVE WS-RUN-DATE       TO TRC-EVENT-DATE
           SET TRC-HOLD-CARRIED   TO TRUE
           MOVE "HOLDCARY"        TO TRC-SOURCE
           MOVE "HOLD CARRIED OVER" TO TRC-STEP-TEXT
           MOVE CHO-CUST-NO       TO TRC-CUST-NO
           MOVE CHO-PRICE         TO TRC-PRICE
           MOVE CHO-DISCOUNT      TO TRC-DISCOUNT
           MOVE CHO-HOLD-REASON   TO TRC-DETAIL
           PERFORM 3990-RELEASE-EVENT.

      *  BILLFILE details are dated by the extract header that
      *  precedes them.
       3600-SWEEP-BILLING-EXTRACT.
           OPEN INPUT BILLING-EXTRACT-IN
           IF BILLING-EXTRACT-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ BILLING-EXTRACT-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 3610-CHECK-BILLING-RECORD
                   END-READ
               END-PERFORM
           ELSE
               MOVE "N" TO WS-BILLING-SEARCHED-SW
               MOVE "BILLFILE" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE BILLING-EXTRACT-IN.

       3610-CHECK-BILLING-RECORD.
           IF BIL-HEADER
               MOVE BIL-HDR-RUN-DATE TO WS-BILLFILE-DATE
           END-IF
           IF BIL-DETAIL OR BIL-CREDIT
               MOVE BIL-DTL-ORDER-ID TO WS-FIND-ORDER-ID
               PERFORM 5000-FIND-TRACE-ORDER
               IF WS-ORDER-FOUND
                   PERFORM 3620-RELEASE-BILLED
               END-IF
           END-IF.

       3620-RELEASE-BILLED.
           PERFORM 3900-CLEAR-EVENT
           MOVE BIL-DTL-ORDER-ID  TO TRC-ORDER-ID
           MOVE WS-BILLFILE-DATE  TO TRC-EVENT-DATE
           SET TRC-BILLED         TO TRUE
           MOVE "BILLFILE"        TO TRC-SOURCE
           IF BIL-CREDIT
               MOVE "BILLED - CREDIT"  TO TRC-STEP-TEXT
           ELSE
               MOVE "BILLED"           TO TRC-STEP-TEXT
           END-IF
           MOVE BIL-DTL-AMOUNT    TO TRC-AMOUNT
           MOVE BIL-DTL-TAX       TO TRC-TAX
           MOVE BIL-DTL-CURRENCY  TO TRC-DETAIL
           PERFORM 3990-RELEASE-EVENT.

       3700-SWEEP-ACKNOWLEDGMENTS.
           OPEN INPUT BILLING-ACK-IN
           IF BILLING-ACK-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ BILLING-ACK-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE BAK-ORDER-ID TO WS-FIND-ORDER-ID
                           PERFORM 5000-FIND-TRACE-ORDER
                           IF WS-ORDER-FOUND
                               PERFORM 3710-RELEASE-ACK
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "N" TO WS-ACK-SEARCHED-SW
               MOVE "BILLACK" TO WS-FMT-FILE-NAME
               PERFORM 3950-NOTE-FILE-MISSING
           END-IF
           CLOSE BILLING-ACK-IN.

       3710-RELEASE-ACK.
           PERFORM 3900-CLEAR-EVENT
           MOVE BAK-ORDER-ID      TO TRC-ORDER-ID
           MOVE WS-BILLFILE-DATE  TO TRC-EVENT-DATE
           SET TRC-ACKNOWLEDGED   TO TRUE
           MOVE "BILLACK"         TO TRC-SOURCE
           MOVE "BILLING ACK"     TO TRC-STEP-TEXT
           MOVE BAK-AMOUNT        TO TRC-AMOUNT
           MOVE BAK-STATUS        TO TRC-ACK-STATUS
           IF BAK-ACCEPTED
               MOVE "ACCEPTED BY INTAKE" TO TRC-DETAIL
           ELSE
               MOVE "REJECTED BY INTAKE" TO TRC-DETAIL
           END-IF
           PERFORM 3990-RELEASE-EVENT.

      *  BILCARRY is optional - most days every detail confirms and
      *  there is no carryover at all, which is not a missing file.
       3800-SWEEP-RESEND-CARRYOVER.
           OPEN INPUT CARRYOVER-IN
           IF CARRYOVER-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ CARRYOVER-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 3810-CHECK-CARRYOVER-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CARRYOVER-IN.

       3810-CHECK-CARRYOVER-RECORD.
           IF CVR-DETAIL OR CVR-CREDIT
               MOVE CVR-DTL-ORDER-ID TO WS-FIND-ORDER-ID
               PERFORM 5000-FIND-TRACE-ORDER
               IF WS-ORDER-FOUND
                   PERFORM 3820-RELEASE-RESEND
               END-IF
           END-IF.

       3820-RELEASE-RESEND.
           PERFORM 3900-CLEAR-EVENT
           MOVE CVR-DTL-ORDER-ID  TO TRC-ORDER-ID
           MOVE WS-BILLFILE-DATE  TO TRC-EVENT-DATE
           SET TRC-CARRIED-RESEND TO TRUE
           MOVE "BILCARRY"        TO TRC-SOURCE
           MOVE "CARRIED FOR RE-SEND" TO TRC-STEP-TEXT
           MOVE CVR-DTL-AMOUNT    TO TRC-AMOUNT
           MOVE CVR-DTL-TAX       TO TRC-TAX
           MOVE CVR-DTL-CURRENCY  TO TRC-DETAIL
           PERFORM 3990-RELEASE-EVENT.

       3900-CLEAR-EVENT.
           MOVE SPACES TO TRACE-EVENT-RECORD
           MOVE ZEROES TO TRC-EVENT-DATE
           MOVE ZEROES TO TRC-STAGE
           MOVE ZEROES TO TRC-PRICE
           MOVE ZEROES TO TRC-DISCOUNT
           MOVE ZEROES TO TRC-AMOUNT
           MOVE ZEROES TO TRC-TAX
           MOVE ZEROES TO TRC-ERROR-FLAG.

       3950-NOTE-FILE-MISSING.
           MOVE WS-FILE-MISSING-TEXT TO WS-NL-TEXT
           WRITE REPORT-LINE FROM WS-NOTE-LINE.

       3990-RELEASE-EVENT.
           ADD 1 TO WS-EVENTS-FOUND
           RELEASE TRACE-EVENT-RECORD.

      *--------------------------------------------------------------*
      *  One lifecycle per order, steps in date and stream order,
      *  closed by the trail status line.
      *--------------------------------------------------------------*
       4000-PRINT-LIFECYCLES.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN
           PERFORM UNTIL END-OF-SORTED-DATA
               IF WS-FIRST-RECORD
                  OR TRC-ORDER-ID NOT = WS-PREV-ORDER-ID
                   PERFORM 4100-BREAK-ON-ORDER
               END-IF
               PERFORM 4200-COUNT-STEP
               PERFORM 4300-WRITE-STEP-LINE
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 4500-CHECK-TRAIL
           END-IF.

       4100-BREAK-ON-ORDER.
           IF NOT WS-FIRST-RECORD
               PERFORM 4500-CHECK-TRAIL
           END-IF
           MOVE "N" TO WS-FIRST-RECORD-SWITCH
           MOVE TRC-ORDER-ID TO WS-PREV-ORDER-ID
           INITIALIZE WS-ORDER-COUNTS
           ADD 1 TO WS-ORDERS-TRACED
           MOVE TRC-ORDER-ID TO WS-FIND-ORDER-ID
           PERFORM 5000-FIND-TRACE-ORDER
           IF WS-ORDER-FOUND
               SET WS-TE-FOUND (WS-TRACE-IDX) TO TRUE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TRC-ORDER-ID TO WS-OH-ORDER-ID
           WRITE REPORT-LINE FROM WS-ORDER-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

      *  A billing detail with no clean pricing of its own ahead of
      *  it on the trail is a carryover re-send of an earlier day's
      *  detail; a re-priced release that still fails stays held.
       4200-COUNT-STEP.
           EVALUATE TRUE
               WHEN TRC-PRICED
                   IF TRC-ERROR-FLAG = ZERO
                       ADD 1 TO WS-OC-PRICED-CLEAN
                   END-IF
               WHEN TRC-HOLD-PLACED
                   ADD 1 TO WS-OC-HELD
               WHEN TRC-RELEASED
                   ADD 1 TO WS-OC-RELEASED
               WHEN TRC-HOLD-CARRIED
                   ADD 1 TO WS-OC-HOLD-CARRIED
               WHEN TRC-BILLED
                   ADD 1 TO WS-OC-BILLED
                   IF WS-OC-PRICED-CLEAN = ZERO
                       MOVE "CARRYOVER RE-SEND" TO TRC-STEP-TEXT
                   END-IF
               WHEN TRC-ACKNOWLEDGED
                   ADD 1 TO WS-OC-ACKED
                   IF TRC-ACK-ACCEPTED
                       ADD 1 TO WS-OC-ACCEPTED
                   END-IF
               WHEN TRC-CARRIED-RESEND
                   ADD 1 TO WS-OC-RESEND-CARRIED
           END-EVALUATE.

       4300-WRITE-STEP-LINE.
           MOVE TRC-EVENT-DATE    TO WS-DL-EVENT-DATE
           MOVE TRC-STEP-TEXT     TO WS-DL-STEP-TEXT
           MOVE TRC-SOURCE        TO WS-DL-SOURCE
           MOVE TRC-CUST-NO       TO WS-DL-CUST-NO
           MOVE TRC-PRICE         TO WS-DL-PRICE
           MOVE TRC-DISCOUNT      TO WS-DL-DISCOUNT
           MOVE TRC-AMOUNT        TO WS-DL-AMOUNT
           MOVE TRC-TAX           TO WS-DL-TAX
           MOVE TRC-DETAIL        TO WS-DL-DETAIL
           IF TRC-PRICED OR TRC-RELEASED
               IF TRC-ERROR-FLAG = ZERO
                   MOVE "CLEAN" TO WS-DL-DETAIL
               ELSE
                   MOVE TRC-ERROR-FLAG TO WS-REASON-FLAG
                   MOVE WS-REASON-ENTRY (WS-REASON-FLAG)
                       TO WS-DL-DETAIL
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *--------------------------------------------------------------*
      *  Broken-trail checks.  Each is made only when the files it
      *  looks at were all searched.  A credit shares its sale's
      *  order id, so the checks compare counts rather than the
      *  mere presence of a step.
      *--------------------------------------------------------------*
       4500-CHECK-TRAIL.
           MOVE "N" TO WS-TRAIL-BROKEN-SWITCH
           IF WS-PRICED-SEARCHED AND WS-BILLING-SEARCHED
               IF WS-OC-PRICED-CLEAN > WS-OC-BILLED
                   MOVE "PRICED BUT NEVER BILLED" TO WS-TL-TEXT
                   PERFORM 4600-WRITE-BROKEN-LINE
               END-IF
           END-IF
           IF WS-BILLING-SEARCHED AND WS-ACK-SEARCHED
               IF WS-OC-BILLED > WS-OC-ACKED
                   MOVE "BILLED BUT NEVER ACKNOWLEDGED" TO WS-TL-TEXT
                   PERFORM 4600-WRITE-BROKEN-LINE
               END-IF
               IF WS-OC-BILLED > WS-OC-ACCEPTED
                   COMPUTE WS-OC-UNCONFIRMED =
                       WS-OC-BILLED - WS-OC-ACCEPTED
                   IF WS-OC-UNCONFIRMED > WS-OC-RESEND-CARRIED
                       MOVE "UNCONFIRMED BUT NOT CARRIED FOR RE-SEND"
                           TO WS-TL-TEXT
                       PERFORM 4600-WRITE-BROKEN-LINE
                   END-IF
               END-IF
           END-IF
           IF WS-HOLD-SEARCHED AND WS-RELEASE-SEARCHED
               IF WS-OC-HELD >
                  WS-OC-RELEASED + WS-OC-HOLD-CARRIED
                   MOVE "HELD BUT NEITHER RELEASED NOR CARRIED"
                       TO WS-TL-TEXT
                   PERFORM 4600-WRITE-BROKEN-LINE
               END-IF
           END-IF
           IF WS-TRAIL-BROKEN
               ADD 1 TO WS-TRAILS-BROKEN
           ELSE
               MOVE SPACES TO WS-TL-MARK
               MOVE "COMPLETE" TO WS-TL-TEXT
               WRITE REPORT-LINE FROM WS-TRAIL-LINE
           END-IF.

       4600-WRITE-BROKEN-LINE.
           MOVE "Y" TO WS-TRAIL-BROKEN-SWITCH
           MOVE "*** " TO WS-TL-MARK
           WRITE REPORT-LINE FROM WS-TRAIL-LINE.

      *--------------------------------------------------------------*
      *  Trace table search.  On a match the index is stepped back
      *  one so the VARYING increment leaves WS-TRACE-IDX pointing
      *  at the matched entry when the loop exits.
      *--------------------------------------------------------------*
       5000-FIND-TRACE-ORDER.
           MOVE "N" TO WS-ORDER-FOUND-SWITCH
           PERFORM VARYING WS-TRACE-IDX FROM 1 BY 1
               UNTIL WS-TRACE-IDX > WS-TRACE-COUNT
                  OR WS-ORDER-FOUND
               IF WS-TE-ORDER-ID (WS-TRACE-IDX) = WS-FIND-ORDER-ID
                   MOVE "Y" TO WS-ORDER-FOUND-SWITCH
                   SET WS-TRACE-IDX DOWN BY 1
               END-IF
           END-PERFORM.

       5200-ADD-TRACE-ORDER.
           PERFORM 5000-FIND-TRACE-ORDER
           IF NOT WS-ORDER-FOUND
               IF WS-TRACE-COUNT >= 2000
                   DISPLAY "Error: Trace inquiry selects more than "
                       "2000 orders at order " WS-FIND-ORDER-ID
                       " - TRACE NOT RUN."
                   MOVE 16 TO RETURN-CODE
                   CLOSE TRACE-REPORT
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRACE-COUNT
               SET WS-TRACE-IDX TO WS-TRACE-COUNT
               MOVE WS-FIND-ORDER-ID TO WS-TE-ORDER-ID (WS-TRACE-IDX)
               MOVE "N" TO WS-TE-FOUND-IND (WS-TRACE-IDX)
           END-IF.

       8000-REPORT-NOT-FOUND.
           PERFORM VARYING WS-TRACE-IDX FROM 1 BY 1
               UNTIL WS-TRACE-IDX > WS-TRACE-COUNT
               IF NOT WS-TE-FOUND (WS-TRACE-IDX)
                   IF WS-ORDERS-NOT-FOUND = ZERO
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       WRITE REPORT-LINE FROM WS-NOT-FOUND-HEADING
                   END-IF
                   ADD 1 TO WS-ORDERS-NOT-FOUND
                   MOVE WS-TE-ORDER-ID (WS-TRACE-IDX)
                       TO WS-NFL-ORDER-ID
                   WRITE REPORT-LINE FROM WS-NOT-FOUND-LINE
               END-IF
           END-PERFORM.

       8500-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "INQUIRIES READ" TO WS-SCL-LABEL
           MOVE WS-REQUESTS-READ TO WS-SCL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "INQUIRIES IGNORED" TO WS-SCL-LABEL
           MOVE WS-REQUESTS-INVALID TO WS-SCL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "ORDERS TRACED" TO WS-SCL-LABEL
           MOVE WS-ORDERS-TRACED TO WS-SCL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "ORDERS NOT FOUND" TO WS-SCL-LABEL
           MOVE WS-ORDERS-NOT-FOUND TO WS-SCL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "STEPS FOUND" TO WS-SCL-LABEL
           MOVE WS-EVENTS-FOUND TO WS-SCL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "BROKEN TRAILS" TO WS-SCL-LABEL
           MOVE WS-TRAILS-BROKEN TO WS-SCL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-COUNT-LINE
           IF WS-TRAILS-BROKEN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
