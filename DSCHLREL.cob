      *  to the released-order output and still-failing or
      *  uncorrected orders to a carryover hold file, so held orders
      *  no longer need manual re-keying into the next day's ORDERIN.
      *  An order held over its customer's credit limit is not a
      *  pricing fault and takes no correction - it is released at
      *  its held price once finance's approval for it is on the
      *  CRAPPROV file, and carried over until then.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCHLREL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-IN-STATUS.

      *  Finance approvals for credit-limit holds - optional, since
      *  most days finance approves nothing.
           SELECT OPTIONAL CREDIT-APPROVAL-IN ASSIGN TO "CRAPPROV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-APPROVAL-STATUS.

           SELECT RELEASED-OUT ASSIGN TO "RELOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-OUT-STATUS.
           RECORDING MODE IS F.
       COPY CORREC.

       FD  CREDIT-APPROVAL-IN
           RECORDING MODE IS F.
       COPY CAPREC.

      *  Released orders carry the wide 9(7)V99 amounts so one output
      *  can hold both regular and bulk releases.  DSCSTBAL and
      *  DSCTRACE read RELOUT with a copy of this layout - change all
      *  three together.
       FD  RELEASED-OUT
           RECORDING MODE IS F.
       01  RELEASED-ORDER-RECORD.
               88  HOLD-IN-OK          VALUE "00".
               88  HOLD-IN-EOF         VALUE "10".
           05  WS-CORRECTION-IN-STATUS PIC XX.
           05  WS-CREDIT-APPROVAL-STATUS PIC XX.
           05  WS-RELEASED-OUT-STATUS  PIC XX.
           05  WS-HOLD-CARRY-OUT-STATUS PIC XX.
           05  WS-RELEASE-RPT-STATUS   PIC XX.
               88  WS-CORR-FOUND       VALUE "Y".
           05  WS-PCT-OVERFLOW-SWITCH  PIC X VALUE "N".
               88  WS-PCT-OVERFLOWED   VALUE "Y".
           05  WS-APPR-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-APPROVALS    VALUE "Y".
           05  WS-APPR-FOUND-SWITCH    PIC X VALUE "N".
               88  WS-APPR-FOUND       VALUE "Y".

      *--------------------------------------------------------------*
      *  Corrections are loaded up front so each hold is matched with
               10  WS-CE-DISCOUNT      PIC 9(7)V99.
               10  WS-CE-PERCENT       PIC 9(3)V99.

      *  Finance approvals, loaded the same way as the corrections.
       01  WS-APPROVAL-TABLE.
           05  WS-APPR-COUNT           PIC 9(4) COMP VALUE ZEROES.
           05  WS-APPR-ENTRY           OCCURS 2000 TIMES
                   INDEXED BY WS-APPR-IDX.
               10  WS-AE-ORDER-ID      PIC X(10).
               10  WS-AE-CUST-NO       PIC X(08).
               10  WS-AE-APPROVED-BY   PIC X(08).

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-BATCH-ID             PIC X(08) VALUE "DSCHLREL".
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-STILL-FAILING-COUNT  PIC 9(7) VALUE ZEROES.
           05  WS-NO-CORRECTION-COUNT  PIC 9(7) VALUE ZEROES.
           05  WS-CREDIT-RELEASED-COUNT PIC 9(7) VALUE ZEROES.
           05  WS-AWAITING-APPROVAL-COUNT PIC 9(7) VALUE ZEROES.
           05  WS-RELEASED-AMOUNT      PIC 9(9)V99 VALUE ZEROES.

       01  WS-SUMMARY-HEADING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT HOLD-IN
           OPEN INPUT CORRECTION-IN
           OPEN INPUT CREDIT-APPROVAL-IN
           OPEN OUTPUT RELEASED-OUT
           OPEN OUTPUT HOLD-CARRY-OUT
           OPEN OUTPUT RELEASE-REPORT
           OPEN OUTPUT GEN-CONTROL-OUT
           PERFORM 1100-LOAD-CORRECTIONS
           PERFORM 1200-LOAD-APPROVALS.

       1100-LOAD-CORRECTIONS.
           PERFORM UNTIL END-OF-CORRECTIONS
                                 TO WS-CE-PERCENT (WS-CORR-IDX)
           END-IF.

       1200-LOAD-APPROVALS.
           PERFORM UNTIL END-OF-APPROVALS
               READ CREDIT-APPROVAL-IN
                   AT END
                       MOVE "Y" TO WS-APPR-EOF-SWITCH
                   NOT AT END
                       PERFORM 1250-STORE-APPROVAL
               END-READ
           END-PERFORM.

       1250-STORE-APPROVAL.
           IF WS-APPR-COUNT >= 2000
               DISPLAY "Error: Approvals file exceeds table size - "
                   "approval for order " CAP-ORDER-ID " ignored."
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-APPR-COUNT
               SET WS-APPR-IDX TO WS-APPR-COUNT
               MOVE CAP-ORDER-ID    TO WS-AE-ORDER-ID (WS-APPR-IDX)
               MOVE CAP-CUST-NO     TO WS-AE-CUST-NO (WS-APPR-IDX)
               MOVE CAP-APPROVED-BY TO WS-AE-APPROVED-BY (WS-APPR-IDX)
           END-IF.

       2000-READ-HOLD.
           READ HOLD-IN
               AT END

       3000-PROCESS-HOLD.
           ADD 1 TO WS-HOLDS-READ
           IF HLD-CREDIT-LIMIT-HOLD
               PERFORM 3500-RELEASE-CREDIT-HOLD
           ELSE
               PERFORM 3100-FIND-CORRECTION
               IF WS-CORR-FOUND
                   PERFORM 3200-REPRICE-ORDER
               ELSE
                   ADD 1 TO WS-NO-CORRECTION-COUNT
                   PERFORM 3400-WRITE-CARRYOVER
               END-IF
           END-IF.

      *  On a match the index is stepped back one so the VARYING
           ADD 1 TO WS-CARRY-COUNT
           ADD CHO-PRICE TO WS-CARRY-HASH.

      *--------------------------------------------------------------*
      *  A credit-limit hold priced clean - it goes out at the price
      *  and discount it was held at once finance has approved it.
      *  An approval keyed against a different customer than the
      *  hold's is not taken; the order waits for a corrected one.
      *--------------------------------------------------------------*
       3500-RELEASE-CREDIT-HOLD.
           PERFORM 3550-FIND-APPROVAL
           IF WS-APPR-FOUND
               IF WS-AE-CUST-NO (WS-APPR-IDX) NOT = HLD-CUST-NO
                   DISPLAY "Order " HLD-ORDER-ID " approval is for "
                       "customer " WS-AE-CUST-NO (WS-APPR-IDX)
                       ", held for " HLD-CUST-NO " - carried over."
                   MOVE "N" TO WS-APPR-FOUND-SWITCH
               END-IF
           END-IF
           IF WS-APPR-FOUND
               DISPLAY "Order " HLD-ORDER-ID " released on credit "
                   "approval by " WS-AE-APPROVED-BY (WS-APPR-IDX)
               ADD 1 TO WS-CREDIT-RELEASED-COUNT
               MOVE HLD-PRICE    TO WS-PRICE
               MOVE HLD-DISCOUNT TO WS-DISCOUNT
               SUBTRACT WS-DISCOUNT FROM WS-PRICE GIVING WS-AMOUNT
               PERFORM 3300-WRITE-RELEASED
           ELSE
               ADD 1 TO WS-AWAITING-APPROVAL-COUNT
               PERFORM 3400-WRITE-CARRYOVER
           END-IF.

      *  Same scan as the correction lookup.
       3550-FIND-APPROVAL.
           MOVE "N" TO WS-APPR-FOUND-SWITCH
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
               UNTIL WS-APPR-IDX > WS-APPR-COUNT
                  OR WS-APPR-FOUND
               IF WS-AE-ORDER-ID (WS-APPR-IDX) = HLD-ORDER-ID
                   MOVE "Y" TO WS-APPR-FOUND-SWITCH
                   SET WS-APPR-IDX DOWN BY 1
               END-IF
           END-PERFORM.

       8000-WRITE-SUMMARY.
           MOVE WS-RUN-DATE TO WS-SH-RUN-DATE
           WRITE RELEASE-LINE FROM WS-SUMMARY-HEADING
           MOVE WS-NO-CORRECTION-COUNT TO WS-SCL-COUNT
           WRITE RELEASE-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "CREDIT HOLDS APPROVED" TO WS-SCL-LABEL
           MOVE WS-CREDIT-RELEASED-COUNT TO WS-SCL-COUNT
           WRITE RELEASE-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "AWAITING CREDIT APPROVAL" TO WS-SCL-LABEL
           MOVE WS-AWAITING-APPROVAL-COUNT TO WS-SCL-COUNT
           WRITE RELEASE-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "RELEASED AMOUNT" TO WS-SAL-LABEL
           MOVE WS-RELEASED-AMOUNT TO WS-SAL-AMOUNT
           WRITE RELEASE-LINE FROM WS-SUMMARY-AMOUNT-LINE
       9000-TERMINATE.
           CLOSE HOLD-IN
           CLOSE CORRECTION-IN
           CLOSE CREDIT-APPROVAL-IN
           CLOSE RELEASED-OUT
           CLOSE HOLD-CARRY-OUT
           CLOSE RELEASE-REPORT
