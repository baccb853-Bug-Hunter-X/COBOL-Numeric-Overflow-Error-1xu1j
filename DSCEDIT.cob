      *  reject file before DSCBATCH ever sees them, and writes an
      *  edit summary whose in/out counts must balance - replacing
      *  the hand split that was our top source of rerun requests.
      *  Quarter-end volume rebate credit memos written by DSCRBATE
      *  (REBATECR) are taken in after the feed and edited and
      *  routed exactly like a submitted credit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCEDIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARMS-STATUS.

      *  Rebate credit memos and their control row.  Both are
      *  optional - a stream that has never accrued a rebate has
      *  neither.
           SELECT OPTIONAL REBATE-IN ASSIGN TO "REBATECR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBATE-IN-STATUS.

           SELECT OPTIONAL REBATE-CONTROL-IN ASSIGN TO "REBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBATE-CONTROL-STATUS.

      *  One generation-control row per output file, verified by
      *  the consumers before they produce anything.
           SELECT GEN-CONTROL-OUT ASSIGN TO "DSCECTL"
           RECORDING MODE IS F.
       COPY PARMREC.

      *  REBATE-CREDIT-RECORD must stay byte-for-byte identical to
      *  COMBINED-ORDER-RECORD (CMBREC.cpy) - each record is moved
      *  whole into the combined record area before it is edited.
       FD  REBATE-IN
           RECORDING MODE IS F.
       01  REBATE-CREDIT-RECORD.
           05  RBC-RECORD-TYPE         PIC X(01).
           05  RBC-ORDER-ID            PIC X(10).
           05  RBC-CUST-NO             PIC X(08).
           05  RBC-CHANNEL             PIC X(02).
           05  RBC-JURISDICTION        PIC X(05).
           05  RBC-CURRENCY            PIC X(03).
           05  RBC-PRICE               PIC 9(7)V99.
           05  RBC-ITEM-COUNT          PIC 9(01).
           05  RBC-ITEM-LINES          OCCURS 5 TIMES.
               10  RBC-IT-SKU          PIC X(12).
               10  RBC-IT-QUANTITY     PIC 9(05).
           05  RBC-DISCOUNT-COUNT      PIC 9(01).
           05  RBC-DISCOUNT-LINES      OCCURS 1 TO 5 TIMES
                   DEPENDING ON RBC-DISCOUNT-COUNT.
               10  RBC-DL-TYPE         PIC X(01).
               10  RBC-DL-AMOUNT       PIC 9(7)V99.
               10  RBC-DL-PERCENT      PIC 9(3)V99.
               10  RBC-DL-PROMO-CODE   PIC X(08).
           05  FILLER                  PIC X(10).

      *  REBATE-CONTROL-RECORD must stay byte-for-byte identical to
      *  GENERATION-CONTROL-RECORD (CTLREC.cpy) - the copybook's
      *  data names are taken by this job's own control FD below.
       FD  REBATE-CONTROL-IN
           RECORDING MODE IS F.
       01  REBATE-CONTROL-RECORD.
           05  RCT-FILE-NAME           PIC X(08).
           05  RCT-BUSINESS-DATE       PIC 9(8).
           05  RCT-RECORD-COUNT        PIC 9(9).
           05  RCT-AMOUNT-HASH         PIC 9(11)V99.
           05  FILLER                  PIC X(10).

       FD  GEN-CONTROL-OUT
           RECORDING MODE IS F.
       COPY CTLREC.
           05  WS-RUN-PARMS-STATUS     PIC XX.
               88  RUN-PARMS-FOUND     VALUE "00".
           05  WS-GEN-CONTROL-OUT-STATUS PIC XX.
           05  WS-REBATE-IN-STATUS     PIC XX.
           05  WS-REBATE-CONTROL-STATUS PIC XX.
               88  REBATE-CONTROL-FOUND VALUE "00".

       01  WS-RUN-DATE                 PIC 9(8).

               88  END-OF-COMBINED     VALUE "Y".
           05  WS-EDIT-OK-SWITCH      PIC X VALUE "Y".
               88  WS-EDIT-OK          VALUE "Y".
           05  WS-REBATE-EOF-SWITCH    PIC X VALUE "N".
               88  END-OF-REBATES      VALUE "Y".
           05  WS-RBCTL-EOF-SWITCH     PIC X VALUE "N".
               88  END-OF-REBATE-CONTROLS VALUE "Y".
           05  WS-RBCTL-ROW-SWITCH     PIC X VALUE "N".
               88  WS-RBCTL-ROW-FOUND  VALUE "Y".
           05  WS-TAKE-REBATES-SWITCH  PIC X VALUE "N".
               88  WS-TAKE-REBATES     VALUE "Y".

      *--------------------------------------------------------------*
      *  Rebate credit handshake - the expected values off the
      *  rebate job's control row and the actuals counted on a
      *  pre-pass over REBATECR.
      *--------------------------------------------------------------*
       01  WS-REBATE-VERIFY-FIELDS.
           05  WS-EXP-REBATE-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-EXP-REBATE-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-EXP-REBATE-DATE      PIC 9(8) VALUE ZEROES.
           05  WS-ACT-REBATE-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-ACT-REBATE-HASH      PIC 9(11)V99 VALUE ZEROES.

      *  The bulk record carries a single flat-or-percent discount,
      *  so a combined order routed over the threshold must arrive
      *  anything routed regular must still fit it.
       01  WS-BULK-THRESHOLD           PIC 9(7)V99 VALUE 99999.99.

      *  Domestic submitters send the currency blank - it is
      *  defaulted to the base currency before the edits run.
       01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.

       01  WS-EDIT-COUNTERS.
           05  WS-READ-COUNT           PIC 9(9) VALUE ZEROES.
           05  WS-REBATE-COUNT         PIC 9(9) VALUE ZEROES.
           05  WS-REGULAR-COUNT        PIC 9(9) VALUE ZEROES.
           05  WS-BULK-COUNT           PIC 9(9) VALUE ZEROES.
           05  WS-CREDIT-COUNT         PIC 9(9) VALUE ZEROES.
                   PERFORM 3000-EDIT-AND-ROUTE
               END-IF
           END-PERFORM
           IF WS-TAKE-REBATES
               OPEN INPUT REBATE-IN
               PERFORM UNTIL END-OF-REBATES
                   PERFORM 2100-READ-REBATE-CREDIT
                   IF NOT END-OF-REBATES
                       PERFORM 2200-LOAD-REBATE-CREDIT
                       PERFORM 3000-EDIT-AND-ROUTE
                   END-IF
               END-PERFORM
               CLOSE REBATE-IN
           END-IF
           PERFORM 8000-WRITE-EDIT-SUMMARY
           PERFORM 8500-WRITE-GEN-CONTROLS
           PERFORM 9000-TERMINATE
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-RUN-PARMS
           PERFORM 1100-VERIFY-REBATE-CREDITS
           OPEN INPUT COMBINED-IN
           OPEN OUTPUT ORDER-OUT
           OPEN OUTPUT BULK-ORDER-OUT
           END-IF
           CLOSE RUN-PARMS.

      *--------------------------------------------------------------*
      *  Rebate credits are taken in only when the rebate job's
      *  control row is for this business date and its count and
      *  hash match the file - a credit memo is money going back to
      *  the customer, so a short or doubled file stops the edit.
      *  Credits left over from another business date are not the
      *  day's to issue and are passed over with a warning.
      *--------------------------------------------------------------*
       1100-VERIFY-REBATE-CREDITS.
           OPEN INPUT REBATE-CONTROL-IN
           IF REBATE-CONTROL-FOUND
               PERFORM UNTIL END-OF-REBATE-CONTROLS
                   READ REBATE-CONTROL-IN
                       AT END
                           MOVE "Y" TO WS-RBCTL-EOF-SWITCH
                       NOT AT END
                           IF RCT-FILE-NAME = "REBATECR"
                               MOVE "Y" TO WS-RBCTL-ROW-SWITCH
                               MOVE RCT-RECORD-COUNT
                                   TO WS-EXP-REBATE-COUNT
                               MOVE RCT-AMOUNT-HASH
                                   TO WS-EXP-REBATE-HASH
                               MOVE RCT-BUSINESS-DATE
                                   TO WS-EXP-REBATE-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REBATE-CONTROL-IN
           OPEN INPUT REBATE-IN
           PERFORM UNTIL END-OF-REBATES
               PERFORM 2100-READ-REBATE-CREDIT
               IF NOT END-OF-REBATES
                   ADD 1 TO WS-ACT-REBATE-COUNT
                   ADD RBC-PRICE TO WS-ACT-REBATE-HASH
               END-IF
           END-PERFORM
           CLOSE REBATE-IN
           MOVE "N" TO WS-REBATE-EOF-SWITCH
           IF WS-ACT-REBATE-COUNT > ZERO
               IF NOT WS-RBCTL-ROW-FOUND
                  OR WS-EXP-REBATE-DATE NOT = WS-RUN-DATE
                   DISPLAY "Warning: Rebate credits on REBATECR are "
                       "not for business date " WS-RUN-DATE
                       " - not taken in."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   IF WS-ACT-REBATE-COUNT NOT = WS-EXP-REBATE-COUNT
                      OR WS-ACT-REBATE-HASH NOT = WS-EXP-REBATE-HASH
                       DISPLAY "Error: REBATECR does not match its "
                           "control - count/hash mismatch."
                       DISPLAY "GENERATION HANDSHAKE FAILED - FEED "
                           "NOT EDITED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "Y" TO WS-TAKE-REBATES-SWITCH
               END-IF
           END-IF.

       2000-READ-COMBINED.
           READ COMBINED-IN
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2100-READ-REBATE-CREDIT.
           READ REBATE-IN
               AT END
                   MOVE "Y" TO WS-REBATE-EOF-SWITCH
           END-READ.

      *  The combined record is opened out to its full five-line
      *  length first so the whole credit lands and the unused tail
      *  is blank; the move then brings the credit's own line count.
       2200-LOAD-REBATE-CREDIT.
           ADD 1 TO WS-REBATE-COUNT
           MOVE 5 TO CMB-DISCOUNT-COUNT
           MOVE SPACES TO COMBINED-ORDER-RECORD
           MOVE REBATE-CREDIT-RECORD TO COMBINED-ORDER-RECORD.

       3000-EDIT-AND-ROUTE.
           ADD 1 TO WS-READ-COUNT
           PERFORM 3100-VALIDATE-COMBINED
       3100-VALIDATE-COMBINED.
           MOVE "Y" TO WS-EDIT-OK-SWITCH
           MOVE SPACES TO WS-EDIT-REASON
           IF CMB-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO CMB-CURRENCY
           END-IF
           IF NOT CMB-TYPE-VALID
               MOVE "BAD RECORD TYPE" TO WS-EDIT-REASON
           ELSE
           IF NOT CMB-CHANNEL-VALID
               MOVE "INVALID SALES CHANNEL" TO WS-EDIT-REASON
           ELSE
           IF CMB-JURISDICTION = SPACES
               MOVE "JURISDICTION MISSING" TO WS-EDIT-REASON
           ELSE
           IF CMB-CURRENCY NOT ALPHABETIC-UPPER
               MOVE "INVALID CURRENCY CODE" TO WS-EDIT-REASON
           ELSE
           IF CMB-PRICE NOT NUMERIC
               MOVE "NON-NUMERIC PRICE" TO WS-EDIT-REASON
           ELSE
           IF CMB-ITEM-COUNT NOT NUMERIC
               MOVE "BAD ITEM LINE COUNT" TO WS-EDIT-REASON
           ELSE
           IF CMB-ITEM-COUNT > 5
               MOVE "BAD ITEM LINE COUNT" TO WS-EDIT-REASON
           ELSE
      *  A credit gives back an amount, not goods - item lines on a
      *  credit mean the submitter built the record wrong.
           IF CMB-TYPE-CREDIT AND CMB-ITEM-COUNT > 0
               MOVE "ITEM LINES ON CREDIT" TO WS-EDIT-REASON
           ELSE
           IF CMB-DISCOUNT-COUNT NOT NUMERIC
               MOVE "BAD DISCOUNT LINE COUNT" TO WS-EDIT-REASON
           ELSE
                      OR NOT WS-EDIT-OK
                   PERFORM 3200-VALIDATE-DISCOUNT-LINE
               END-PERFORM
               PERFORM VARYING CMB-ITEM-IDX FROM 1 BY 1
                   UNTIL CMB-ITEM-IDX > CMB-ITEM-COUNT
                      OR NOT WS-EDIT-OK
                   PERFORM 3300-VALIDATE-ITEM-LINE
               END-PERFORM
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.

      *--------------------------------------------------------------*
      *  Item lines - the SKU is looked up on the price master by
      *  DSCBATCH, so only its presence is checked here; the
      *  quantity must be a real count for the extension to mean
      *  anything.
      *--------------------------------------------------------------*
       3300-VALIDATE-ITEM-LINE.
           IF CMB-IT-SKU (CMB-ITEM-IDX) = SPACES
               MOVE "ITEM SKU MISSING" TO WS-EDIT-REASON
           ELSE
           IF CMB-IT-QUANTITY (CMB-ITEM-IDX) NOT NUMERIC
               MOVE "BAD ITEM QUANTITY" TO WS-EDIT-REASON
           ELSE
           IF CMB-IT-QUANTITY (CMB-ITEM-IDX) = ZERO
               MOVE "BAD ITEM QUANTITY" TO WS-EDIT-REASON
           END-IF
           END-IF
           END-IF
           IF WS-EDIT-REASON NOT = SPACES
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.

      *--------------------------------------------------------------*
      *  Regular route - the order must fit the narrow 9(5)V99
      *  fields, so a flat amount too wide for ORD-DL-AMOUNT rejects
               MOVE CMB-ORDER-ID TO ORD-ORDER-ID
               MOVE CMB-CUST-NO  TO ORD-CUST-NO
               MOVE CMB-CHANNEL  TO ORD-CHANNEL
               MOVE CMB-JURISDICTION TO ORD-JURISDICTION
               MOVE CMB-CURRENCY TO ORD-CURRENCY
               MOVE CMB-PRICE    TO ORD-PRICE
               MOVE CMB-ITEM-COUNT TO ORD-ITEM-COUNT
               SET ORD-ITEM-IDX TO 1
               PERFORM VARYING CMB-ITEM-IDX FROM 1 BY 1
                   UNTIL CMB-ITEM-IDX > CMB-ITEM-COUNT
                   MOVE CMB-IT-SKU (CMB-ITEM-IDX)
                       TO ORD-IT-SKU (ORD-ITEM-IDX)
                   MOVE CMB-IT-QUANTITY (CMB-ITEM-IDX)
                       TO ORD-IT-QUANTITY (ORD-ITEM-IDX)
                   SET ORD-ITEM-IDX UP BY 1
               END-PERFORM
               MOVE CMB-DISCOUNT-COUNT TO ORD-DISCOUNT-COUNT
      *  The receiving index is stepped on its own - the two tables
      *  have different element lengths, so an index value cannot be
               MOVE CMB-ORDER-ID TO BLK-ORDER-ID
               MOVE CMB-CUST-NO  TO BLK-CUST-NO
               MOVE CMB-CHANNEL  TO BLK-CHANNEL
               MOVE CMB-JURISDICTION TO BLK-JURISDICTION
               MOVE CMB-CURRENCY TO BLK-CURRENCY
               MOVE CMB-PRICE    TO BLK-PRICE
               MOVE CMB-ITEM-COUNT TO BLK-ITEM-COUNT
               SET BLK-ITEM-IDX TO 1
               PERFORM VARYING CMB-ITEM-IDX FROM 1 BY 1
                   UNTIL CMB-ITEM-IDX > CMB-ITEM-COUNT
                   MOVE CMB-IT-SKU (CMB-ITEM-IDX)
                       TO BLK-IT-SKU (BLK-ITEM-IDX)
                   MOVE CMB-IT-QUANTITY (CMB-ITEM-IDX)
                       TO BLK-IT-QUANTITY (BLK-ITEM-IDX)
                   SET BLK-ITEM-IDX UP BY 1
               END-PERFORM
               MOVE CMB-DL-TYPE (1) TO BLK-DISCOUNT-TYPE
               MOVE CMB-DL-AMOUNT (1) TO BLK-DISCOUNT
               MOVE CMB-DL-PERCENT (1) TO BLK-DISCOUNT-PERCENT
               MOVE CMB-ORDER-ID TO CRD-ORDER-ID
               MOVE CMB-CUST-NO  TO CRD-CUST-NO
               MOVE CMB-CHANNEL  TO CRD-CHANNEL
               MOVE CMB-JURISDICTION TO CRD-JURISDICTION
               MOVE CMB-CURRENCY TO CRD-CURRENCY
               MOVE CMB-PRICE    TO CRD-PRICE
               MOVE CMB-DL-TYPE (1) TO CRD-DISCOUNT-TYPE
               MOVE CMB-DL-AMOUNT (1) TO CRD-DISCOUNT
           MOVE WS-READ-COUNT TO WS-SCL-COUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "  REBATE CREDITS READ" TO WS-SCL-LABEL
           MOVE WS-REBATE-COUNT TO WS-SCL-COUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "ROUTED TO REGULAR" TO WS-SCL-LABEL
           MOVE WS-REGULAR-COUNT TO WS-SCL-COUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-COUNT-LINE
