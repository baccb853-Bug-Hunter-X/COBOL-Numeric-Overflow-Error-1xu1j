      *  id and the trailer carries the detail record count and
      *  amount hash total, so billing's intake job can verify the
      *  file before posting instead of keying amounts off a
      *  printout.  Each detail carries the net amount and the sales
      *  tax on it as separate fields, and the trailer hash total is
      *  net amount plus tax across every detail.  Every detail
      *  carries the currency it is billed in, and a currency
      *  subtotal row per currency ahead of the trailer lets billing
      *  prove each currency's postings on their own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCBILEX.
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

      *  PRICED-CREDIT-IN-RECORD must stay byte-for-byte identical
      *  to the PRICED-CREDIT-RECORD DSCBATCH writes to CREDOUT.
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

      *  CARRYOVER-BILL-RECORD must stay byte-for-byte identical to
      *  BILLING-INTERFACE-RECORD (BILREC.cpy) - the carryover file
           05  CVR-DETAIL-BODY REDEFINES CVR-BODY.
               10  CVR-DTL-ORDER-ID    PIC X(10).
               10  CVR-DTL-AMOUNT      PIC 9(7)V99.
               10  CVR-DTL-TAX         PIC 9(7)V99.
               10  CVR-DTL-JURISDICTION PIC X(05).
               10  CVR-DTL-CURRENCY    PIC X(03).
               10  FILLER              PIC X(13).

       FD  BILLING-OUT
           RECORDING MODE IS F.
           05  WS-SKIPPED-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-RESENT-COUNT         PIC 9(7) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Per-currency detail count and hash for the type "S"
      *  subtotal rows.  A carried-over detail written before
      *  details carried a currency is billed in the base currency.
      *--------------------------------------------------------------*
       01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".
       01  WS-DTL-CURRENCY             PIC X(03).
       01  WS-DTL-HASH                 PIC 9(9)V99.
       01  WS-CURRENCY-TOTALS.
           05  WS-CUR-COUNT            PIC 9(2) COMP VALUE ZEROES.
           05  WS-CUR-SUB              PIC 9(2) COMP VALUE ZEROES.
           05  WS-CUR-FOUND-SWITCH     PIC X VALUE "N".
               88  WS-CUR-FOUND        VALUE "Y".
           05  WS-CUR-ENTRY            OCCURS 20 TIMES.
               10  WS-CUR-CURRENCY     PIC X(03).
               10  WS-CUR-RECORD-COUNT PIC 9(9).
               10  WS-CUR-HASH-TOTAL   PIC 9(11)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-VERIFY-GENERATION
           IF CVR-DETAIL OR CVR-CREDIT
               MOVE CARRYOVER-BILL-RECORD
                   TO BILLING-INTERFACE-RECORD
               IF BIL-DTL-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO BIL-DTL-CURRENCY
               END-IF
               WRITE BILLING-INTERFACE-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD 1 TO WS-RESENT-COUNT
               ADD CVR-DTL-AMOUNT TO WS-HASH-TOTAL
               ADD CVR-DTL-TAX TO WS-HASH-TOTAL
               MOVE BIL-DTL-CURRENCY TO WS-DTL-CURRENCY
               COMPUTE WS-DTL-HASH = CVR-DTL-AMOUNT + CVR-DTL-TAX
               PERFORM 7000-ADD-CURRENCY-TOTAL
           ELSE
               DISPLAY "Warning: Non-detail record on BILCARRY "
                   "skipped."
               SET BIL-DETAIL TO TRUE
               MOVE PIN-ORDER-ID TO BIL-DTL-ORDER-ID
               MOVE PIN-AMOUNT   TO BIL-DTL-AMOUNT
               MOVE PIN-TAX      TO BIL-DTL-TAX
               MOVE PIN-JURISDICTION TO BIL-DTL-JURISDICTION
               MOVE PIN-CURRENCY TO BIL-DTL-CURRENCY
               WRITE BILLING-INTERFACE-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD PIN-AMOUNT TO WS-HASH-TOTAL
               ADD PIN-TAX TO WS-HASH-TOTAL
               MOVE PIN-CURRENCY TO WS-DTL-CURRENCY
               COMPUTE WS-DTL-HASH = PIN-AMOUNT + PIN-TAX
               PERFORM 7000-ADD-CURRENCY-TOTAL
           END-IF.

       4000-EXTRACT-BULK-ORDER.
               SET BIL-DETAIL TO TRUE
               MOVE BIN-ORDER-ID TO BIL-DTL-ORDER-ID
               MOVE BIN-AMOUNT   TO BIL-DTL-AMOUNT
               MOVE BIN-TAX      TO BIL-DTL-TAX
               MOVE BIN-JURISDICTION TO BIL-DTL-JURISDICTION
               MOVE BIN-CURRENCY TO BIL-DTL-CURRENCY
               WRITE BILLING-INTERFACE-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD BIN-AMOUNT TO WS-HASH-TOTAL
               ADD BIN-TAX TO WS-HASH-TOTAL
               MOVE BIN-CURRENCY TO WS-DTL-CURRENCY
               COMPUTE WS-DTL-HASH = BIN-AMOUNT + BIN-TAX
               PERFORM 7000-ADD-CURRENCY-TOTAL
           END-IF.

      *  Credits ride the same detail layout under type "C" -
      *  billing's intake posts the amount and its tax as a credit,
      *  and both still count in the trailer hash so one trailer
      *  proves the whole file, sales and credits together.
       5000-EXTRACT-CREDIT.
           IF CIN-ERROR-FLAG NOT = 0
               SET BIL-CREDIT TO TRUE
               MOVE CIN-ORDER-ID TO BIL-DTL-ORDER-ID
               MOVE CIN-AMOUNT   TO BIL-DTL-AMOUNT
               MOVE CIN-TAX      TO BIL-DTL-TAX
               MOVE CIN-JURISDICTION TO BIL-DTL-JURISDICTION
               MOVE CIN-CURRENCY TO BIL-DTL-CURRENCY
               WRITE BILLING-INTERFACE-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD CIN-AMOUNT TO WS-HASH-TOTAL
               ADD CIN-TAX TO WS-HASH-TOTAL
               MOVE CIN-CURRENCY TO WS-DTL-CURRENCY
               COMPUTE WS-DTL-HASH = CIN-AMOUNT + CIN-TAX
               PERFORM 7000-ADD-CURRENCY-TOTAL
           END-IF.

      *--------------------------------------------------------------*
      *  Add one detail into its currency's subtotal.  A full table
      *  cannot drop a detail silently - the subtotals would no
      *  longer add up to the trailer - so the run ends with a
      *  failing return code for the operator to chase.
      *--------------------------------------------------------------*
       7000-ADD-CURRENCY-TOTAL.
           MOVE "N" TO WS-CUR-FOUND-SWITCH
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT
                  OR WS-CUR-FOUND
               IF WS-CUR-CURRENCY (WS-CUR-SUB) = WS-DTL-CURRENCY
                   MOVE "Y" TO WS-CUR-FOUND-SWITCH
                   ADD 1 TO WS-CUR-RECORD-COUNT (WS-CUR-SUB)
                   ADD WS-DTL-HASH TO WS-CUR-HASH-TOTAL (WS-CUR-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-CUR-FOUND
               IF WS-CUR-COUNT >= 20
                   DISPLAY "Error: Currency subtotal table full - "
                       WS-DTL-CURRENCY " detail not subtotalled."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-DTL-CURRENCY
                       TO WS-CUR-CURRENCY (WS-CUR-COUNT)
                   MOVE 1 TO WS-CUR-RECORD-COUNT (WS-CUR-COUNT)
                   MOVE WS-DTL-HASH
                       TO WS-CUR-HASH-TOTAL (WS-CUR-COUNT)
               END-IF
           END-IF.

      *  The currency subtotals go out ahead of the trailer; the
      *  trailer's count and hash still cover the details only.
       8000-WRITE-TRAILER.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT
               PERFORM 8100-WRITE-CURRENCY-TOTAL
           END-PERFORM
           MOVE SPACES TO BILLING-INTERFACE-RECORD
           SET BIL-TRAILER TO TRUE
           MOVE WS-DETAIL-COUNT TO BIL-TRL-RECORD-COUNT
           DISPLAY "Billing extract complete - " WS-DETAIL-COUNT
               " details, " WS-SKIPPED-COUNT " rejects skipped.".

       8100-WRITE-CURRENCY-TOTAL.
           MOVE SPACES TO BILLING-INTERFACE-RECORD
           SET BIL-CURRENCY-TOTAL TO TRUE
           MOVE WS-CUR-CURRENCY (WS-CUR-SUB) TO BIL-CUR-CURRENCY
           MOVE WS-CUR-RECORD-COUNT (WS-CUR-SUB)
               TO BIL-CUR-RECORD-COUNT
           MOVE WS-CUR-HASH-TOTAL (WS-CUR-SUB)
               TO BIL-CUR-HASH-TOTAL
           WRITE BILLING-INTERFACE-RECORD.

       8500-WRITE-GEN-CONTROL.
           MOVE SPACES TO GEN-CONTROL-OUT-RECORD
           MOVE "BILLFILE"      TO CTO-FILE-NAME
