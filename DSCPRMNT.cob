      ******************************************************************
      *  DSCPRMNT
      *
      *  Product price master maintenance.  Applies the pricing
      *  desk's transaction file of add/price-change/inactivate/
      *  reactivate/delete actions against the product price master
      *  (PRCMAST), validates each transaction before it touches the
      *  master (price sane, effective date not behind the price
      *  already on file), rejects bad transactions to a report, and
      *  appends a before/after change-log row for every master field
      *  touched - the same controls DSCPMNT puts around the promo
      *  master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCPRMNT.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-TXN-IN ASSIGN TO "PRICETXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-TXN-IN-STATUS.

           SELECT PRICE-MASTER ASSIGN TO "PRCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-SKU
               FILE STATUS IS WS-PRICE-MAST-STATUS.

      *  The change log accumulates across runs by design - every
      *  maintenance run appends its rows, same as the promo log.
           SELECT CHANGE-LOG-OUT ASSIGN TO "PRICELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-OUT-STATUS.

           SELECT REJECT-REPORT ASSIGN TO "PRREJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-RPT-STATUS.

           SELECT OPTIONAL RUN-PARMS ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-TXN-IN
           RECORDING MODE IS F.
       COPY PPTREC.

       FD  PRICE-MASTER.
       COPY PRCREC.

       FD  CHANGE-LOG-OUT
           RECORDING MODE IS F.
       COPY PPLREC.

       FD  REJECT-REPORT
           RECORDING MODE IS F.
       01  REJECT-LINE                 PIC X(80).

       FD  RUN-PARMS
           RECORDING MODE IS F.
       COPY PARMREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PRICE-TXN-IN-STATUS  PIC XX.
               88  PRICE-TXN-IN-OK     VALUE "00".
               88  PRICE-TXN-IN-EOF    VALUE "10".
           05  WS-PRICE-MAST-STATUS    PIC XX.
           05  WS-CHANGE-LOG-OUT-STATUS PIC XX.
           05  WS-REJECT-RPT-STATUS    PIC XX.
           05  WS-RUN-PARMS-STATUS     PIC XX.
               88  RUN-PARMS-FOUND     VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-TXNS         VALUE "Y".
           05  WS-TXN-OK-SWITCH        PIC X VALUE "Y".
               88  WS-TXN-OK           VALUE "Y".
           05  WS-MASTER-FOUND-SWITCH  PIC X VALUE "N".
               88  WS-MASTER-FOUND     VALUE "Y".

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-BATCH-ID             PIC X(08) VALUE "DSCPRMNT".

       01  WS-TXN-REASON               PIC X(30) VALUE SPACES.

      *  The effective date the transaction resolves to - a zero
      *  date on the transaction means the business date.
       01  WS-NEW-EFF-DATE             PIC 9(8) VALUE ZEROES.

      *--------------------------------------------------------------*
      *  Before-image of the master row, held across the REWRITE so
      *  the change log can show old and new value per field.
      *--------------------------------------------------------------*
       01  WS-MASTER-BEFORE.
           05  WS-MB-DESCRIPTION       PIC X(30).
           05  WS-MB-STATUS            PIC X(01).
           05  WS-MB-UNIT-PRICE        PIC 9(7)V99.
           05  WS-MB-EFF-DATE          PIC 9(8).
           05  WS-MB-PRIOR-UNIT-PRICE  PIC 9(7)V99.
           05  WS-MB-PRIOR-EFF-DATE    PIC 9(8).

      *--------------------------------------------------------------*
      *  Change-log staging - the caller fills the field name and
      *  the display-formatted before/after values, 3700 stamps the
      *  run identification and writes the row.
      *--------------------------------------------------------------*
       01  WS-LOG-FIELDS.
           05  WS-LOG-FIELD-NAME       PIC X(14).
           05  WS-LOG-BEFORE-VALUE     PIC X(30).
           05  WS-LOG-AFTER-VALUE      PIC X(30).

       01  WS-AMOUNT-DISPLAY           PIC 9(7).99.
       01  WS-DATE-DISPLAY             PIC 9(8).

       01  WS-MAINT-COUNTERS.
           05  WS-TXN-READ-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-ADDED-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-CHANGED-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-INACTIVATED-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-REACTIVATED-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-DELETED-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZEROES.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(32)
               VALUE "PRICE MAINTENANCE REJECT REPORT".
           05  WS-RH-RUN-DATE          PIC 9(8).

       01  WS-REJECT-COLUMN-HEADING.
           05  FILLER                  PIC X(08) VALUE "ACTION".
           05  FILLER                  PIC X(14) VALUE "SKU".
           05  FILLER                  PIC X(10) VALUE "USER".
           05  FILLER                  PIC X(30) VALUE "REASON".

       01  WS-REJECT-DETAIL-LINE.
           05  WS-RD-ACTION            PIC X(01).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-RD-SKU               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-USER-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-REASON            PIC X(30).

       01  WS-SUMMARY-COUNT-LINE.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  WS-SCL-LABEL            PIC X(24).
           05  WS-SCL-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL END-OF-TXNS
               PERFORM 2000-READ-TXN
               IF NOT END-OF-TXNS
                   PERFORM 3000-APPLY-TRANSACTION
               END-IF
           END-PERFORM
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-RUN-PARMS
           OPEN INPUT PRICE-TXN-IN
           OPEN I-O PRICE-MASTER
           OPEN EXTEND CHANGE-LOG-OUT
           OPEN OUTPUT REJECT-REPORT
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
           WRITE REJECT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO REJECT-LINE
           WRITE REJECT-LINE
           WRITE REJECT-LINE FROM WS-REJECT-COLUMN-HEADING.

      *  Same business-date override as the pricing batch, so a
      *  rerun of a prior day's transactions stamps that day's date
      *  on every change-log row and defaults that day's date as the
      *  effective date.
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

       2000-READ-TXN.
           READ PRICE-TXN-IN
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3000-APPLY-TRANSACTION.
           ADD 1 TO WS-TXN-READ-COUNT
           PERFORM 3050-READ-MASTER-FOR-TXN
           PERFORM 3100-VALIDATE-TRANSACTION
           IF NOT WS-TXN-OK
               PERFORM 3600-WRITE-TXN-REJECT
           ELSE
               IF PPT-ACTION-ADD
                   PERFORM 3200-APPLY-ADD
               ELSE
                   IF PPT-ACTION-CHANGE
                       PERFORM 3300-APPLY-PRICE-CHANGE
                   ELSE
                       IF PPT-ACTION-INACTIVATE
                          OR PPT-ACTION-REACTIVATE
                           PERFORM 3400-APPLY-STATUS-CHANGE
                       ELSE
                           PERFORM 3500-APPLY-DELETE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  The master row (if any) is read up front - existence drives
      *  the action validation, and the record area doubles as the
      *  before-image for change logging.
       3050-READ-MASTER-FOR-TXN.
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           MOVE PPT-SKU TO PRC-SKU
           READ PRICE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND-SWITCH
                   MOVE PRC-DESCRIPTION   TO WS-MB-DESCRIPTION
                   MOVE PRC-STATUS        TO WS-MB-STATUS
                   MOVE PRC-UNIT-PRICE    TO WS-MB-UNIT-PRICE
                   MOVE PRC-EFF-DATE      TO WS-MB-EFF-DATE
                   MOVE PRC-PRIOR-UNIT-PRICE
                       TO WS-MB-PRIOR-UNIT-PRICE
                   MOVE PRC-PRIOR-EFF-DATE TO WS-MB-PRIOR-EFF-DATE
           END-READ.

      *--------------------------------------------------------------*
      *  Transaction edits - nothing touches the master unless the
      *  whole transaction passes, so a fat-fingered price can never
      *  half-apply.
      *--------------------------------------------------------------*
       3100-VALIDATE-TRANSACTION.
           MOVE "Y" TO WS-TXN-OK-SWITCH
           MOVE SPACES TO WS-TXN-REASON
           IF NOT PPT-ACTION-VALID
               MOVE "INVALID ACTION CODE" TO WS-TXN-REASON
           ELSE
           IF PPT-SKU = SPACES
               MOVE "SKU MISSING" TO WS-TXN-REASON
           ELSE
           IF PPT-USER-ID = SPACES
               MOVE "USER ID MISSING" TO WS-TXN-REASON
           ELSE
           IF PPT-ACTION-ADD AND WS-MASTER-FOUND
               MOVE "SKU ALREADY ON FILE" TO WS-TXN-REASON
           ELSE
           IF NOT PPT-ACTION-ADD AND NOT WS-MASTER-FOUND
               MOVE "SKU NOT ON FILE" TO WS-TXN-REASON
           ELSE
           IF PPT-ACTION-ADD OR PPT-ACTION-CHANGE
               PERFORM 3150-VALIDATE-PRICE-VALUES
           ELSE
           IF PPT-ACTION-INACTIVATE AND PRC-INACTIVE
               MOVE "SKU ALREADY INACTIVE" TO WS-TXN-REASON
           ELSE
           IF PPT-ACTION-REACTIVATE AND PRC-ACTIVE
               MOVE "SKU ALREADY ACTIVE" TO WS-TXN-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-TXN-REASON NOT = SPACES
               MOVE "N" TO WS-TXN-OK-SWITCH
           END-IF.

      *  Price edits for add and change.  A change may not go behind
      *  the current price's effective date - that would rewrite
      *  prices already billed - and may not stack a second future
      *  change on one not yet in effect, since shifting the pending
      *  price into the prior slot would leave no price in effect
      *  until the new one starts.
       3150-VALIDATE-PRICE-VALUES.
           MOVE ZEROES TO WS-NEW-EFF-DATE
           IF PPT-ACTION-ADD AND PPT-DESCRIPTION = SPACES
               MOVE "DESCRIPTION MISSING" TO WS-TXN-REASON
           ELSE
           IF PPT-UNIT-PRICE NOT NUMERIC
              OR PPT-UNIT-PRICE = ZEROES
               MOVE "BAD UNIT PRICE" TO WS-TXN-REASON
           ELSE
           IF PPT-EFFECTIVE-DATE NOT NUMERIC
               MOVE "BAD EFFECTIVE DATE" TO WS-TXN-REASON
           ELSE
               IF PPT-EFFECTIVE-DATE = ZEROES
                   MOVE WS-RUN-DATE TO WS-NEW-EFF-DATE
               ELSE
                   MOVE PPT-EFFECTIVE-DATE TO WS-NEW-EFF-DATE
               END-IF
               IF PPT-ACTION-CHANGE
                   IF WS-NEW-EFF-DATE < PRC-EFF-DATE
                       MOVE "EFFECTIVE BEFORE CURRENT PRICE"
                           TO WS-TXN-REASON
                   ELSE
                       IF WS-NEW-EFF-DATE > PRC-EFF-DATE
                          AND PRC-EFF-DATE > WS-RUN-DATE
                           MOVE "PRICE CHANGE ALREADY PENDING"
                               TO WS-TXN-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       3200-APPLY-ADD.
           MOVE SPACES TO PRODUCT-PRICE-RECORD
           MOVE PPT-SKU            TO PRC-SKU
           MOVE PPT-DESCRIPTION    TO PRC-DESCRIPTION
           SET PRC-ACTIVE TO TRUE
           MOVE PPT-UNIT-PRICE     TO PRC-UNIT-PRICE
           MOVE WS-NEW-EFF-DATE    TO PRC-EFF-DATE
           MOVE ZEROES             TO PRC-PRIOR-UNIT-PRICE
           MOVE ZEROES             TO PRC-PRIOR-EFF-DATE
           WRITE PRODUCT-PRICE-RECORD
               INVALID KEY
                   DISPLAY "Error: SKU " PPT-SKU
                       " could not be added to PRCMAST."
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO WS-MASTER-BEFORE
                   PERFORM 3250-LOG-ALL-FIELDS
           END-WRITE.

      *  A later effective date keeps the current price on as the
      *  prior price so orders dated before the change still price
      *  at it; the same effective date corrects the current price
      *  in place and leaves the prior price alone.
       3300-APPLY-PRICE-CHANGE.
           IF WS-NEW-EFF-DATE > PRC-EFF-DATE
               MOVE PRC-UNIT-PRICE TO PRC-PRIOR-UNIT-PRICE
               MOVE PRC-EFF-DATE   TO PRC-PRIOR-EFF-DATE
           END-IF
           MOVE PPT-UNIT-PRICE     TO PRC-UNIT-PRICE
           MOVE WS-NEW-EFF-DATE    TO PRC-EFF-DATE
           IF PPT-DESCRIPTION NOT = SPACES
               MOVE PPT-DESCRIPTION TO PRC-DESCRIPTION
           END-IF
           REWRITE PRODUCT-PRICE-RECORD
               INVALID KEY
                   DISPLAY "Error: SKU " PPT-SKU
                       " could not be rewritten on PRCMAST."
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM 3260-LOG-CHANGED-FIELDS
           END-REWRITE.

      *  An inactive SKU stays on the master for history but no
      *  longer prices - DSCBATCH rejects any order carrying it.
       3400-APPLY-STATUS-CHANGE.
           IF PPT-ACTION-INACTIVATE
               SET PRC-INACTIVE TO TRUE
           ELSE
               SET PRC-ACTIVE TO TRUE
           END-IF
           REWRITE PRODUCT-PRICE-RECORD
               INVALID KEY
                   DISPLAY "Error: SKU " PPT-SKU
                       " could not be rewritten on PRCMAST."
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   IF PPT-ACTION-INACTIVATE
                       ADD 1 TO WS-INACTIVATED-COUNT
                   ELSE
                       ADD 1 TO WS-REACTIVATED-COUNT
                   END-IF
                   PERFORM 3260-LOG-CHANGED-FIELDS
           END-REWRITE.

       3500-APPLY-DELETE.
           DELETE PRICE-MASTER
               INVALID KEY
                   DISPLAY "Error: SKU " PPT-SKU
                       " could not be deleted from PRCMAST."
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   PERFORM 3270-LOG-DELETED-FIELDS
           END-DELETE.

      *--------------------------------------------------------------*
      *  Change logging - one row per field touched.  An add logs
      *  every field with a blank before value; a change logs only
      *  the fields whose value actually moved; a delete logs every
      *  field with a blank after value.
      *--------------------------------------------------------------*
       3250-LOG-ALL-FIELDS.
           MOVE "DESCRIPTION" TO WS-LOG-FIELD-NAME
           MOVE SPACES TO WS-LOG-BEFORE-VALUE
           MOVE PRC-DESCRIPTION TO WS-LOG-AFTER-VALUE
           PERFORM 3700-WRITE-CHANGE-LOG
           MOVE "STATUS" TO WS-LOG-FIELD-NAME
           MOVE SPACES TO WS-LOG-BEFORE-VALUE
           MOVE PRC-STATUS TO WS-LOG-AFTER-VALUE
           PERFORM 3700-WRITE-CHANGE-LOG
           MOVE "UNIT-PRICE" TO WS-LOG-FIELD-NAME
           MOVE SPACES TO WS-LOG-BEFORE-VALUE
           MOVE PRC-UNIT-PRICE TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-LOG-AFTER-VALUE
           PERFORM 3700-WRITE-CHANGE-LOG
           MOVE "EFF-DATE" TO WS-LOG-FIELD-NAME
           MOVE SPACES TO WS-LOG-BEFORE-VALUE
           MOVE PRC-EFF-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-LOG-AFTER-VALUE
           PERFORM 3700-WRITE-CHANGE-LOG.

       3260-LOG-CHANGED-FIELDS.
           IF PRC-DESCRIPTION NOT = WS-MB-DESCRIPTION
               MOVE "DESCRIPTION" TO WS-LOG-FIELD-NAME
               MOVE WS-MB-DESCRIPTION TO WS-LOG-BEFORE-VALUE
               MOVE PRC-DESCRIPTION TO WS-LOG-AFTER-VALUE
               PERFORM 3700-WRITE-CHANGE-LOG
           END-IF
           IF PRC-STATUS NOT = WS-MB-STATUS
               MOVE "STATUS" TO WS-LOG-FIELD-NAME
               MOVE WS-MB-STATUS TO WS-LOG-BEFORE-VALUE
               MOVE PRC-STATUS TO WS-LOG-AFTER-VALUE
               PERFORM 3700-WRITE-CHANGE-LOG
           END-IF
           IF PRC-UNIT-PRICE NOT = WS-MB-UNIT-PRICE
               MOVE "UNIT-PRICE" TO WS-LOG-FIELD-NAME
               MOVE WS-MB-UNIT-PRICE TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO WS-LOG-BEFORE-VALUE
               MOVE PRC-UNIT-PRICE TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO WS-LOG-AFTER-VALUE
               PERFORM 3700-WRITE-CHANGE-LOG
           END-IF
           IF PRC-EFF-DATE NOT = WS-MB-EFF-DATE
               MOVE "EFF-DATE" TO WS-LOG-FIELD-NAME
               MOVE WS-MB-EFF-DATE TO WS-DATE-DISPLAY
               MOVE WS-DATE-DISPLAY TO WS-LOG-BEFORE-VALUE
               MOVE PRC-EFF-DATE TO WS-DATE-DISPLAY
               MOVE WS-DATE-DISPLAY TO WS-LOG-AFTER-VALUE
               PERFORM 3700-WRITE-CHANGE-LOG
           END-IF
           IF PRC-PRIOR-UNIT-PRICE NOT = WS-MB-PRIOR-UNIT-PRICE
               MOVE "PRIOR-PRICE" TO WS-LOG-FIELD-NAME
               MOVE WS-MB-PRIOR-UNIT-PRICE TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO WS-LOG-BEFORE-VALUE
               MOVE PRC-PRIOR-UNIT-PRICE TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO WS-LOG-AFTER-VALUE
               PERFORM 3700-WRITE-CHANGE-LOG
           END-IF
           IF PRC-PRIOR-EFF-DATE NOT = WS-MB-PRIOR-EFF-DATE
               MOVE "PRIOR-EFF-DATE" TO WS-LOG-FIELD-NAME
               MOVE WS-MB-PRIOR-EFF-DATE TO WS-DATE-DISPLAY
               MOVE WS-DATE-DISPLAY TO WS-LOG-BEFORE-VALUE
               MOVE PRC-PRIOR-EFF-DATE TO WS-DATE-DISPLAY
               MOVE WS-DATE-DISPLAY TO WS-LOG-AFTER-VALUE
               PERFORM 3700-WRITE-CHANGE-LOG
           END-IF.

       3270-LOG-DELETED-FIELDS.
           MOVE "DESCRIPTION" TO WS-LOG-FIELD-NAME
           MOVE WS-MB-DESCRIPTION TO WS-LOG-BEFORE-VALUE
           MOVE SPACES TO WS-LOG-AFTER-VALUE
           PERFORM 3700-WRITE-CHANGE-LOG
           MOVE "STATUS" TO WS-LOG-FIELD-NAME
           MOVE WS-MB-STATUS TO WS-LOG-BEFORE-VALUE
           MOVE SPACES TO WS-LOG-AFTER-VALUE
           PERFORM 3700-WRITE-CHANGE-LOG
           MOVE "UNIT-PRICE" TO WS-LOG-FIELD-NAME
           MOVE WS-MB-UNIT-PRICE TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-LOG-BEFORE-VALUE
           MOVE SPACES TO WS-LOG-AFTER-VALUE
           PERFORM 3700-WRITE-CHANGE-LOG
           MOVE "EFF-DATE" TO WS-LOG-FIELD-NAME
           MOVE WS-MB-EFF-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-LOG-BEFORE-VALUE
           MOVE SPACES TO WS-LOG-AFTER-VALUE
           PERFORM 3700-WRITE-CHANGE-LOG
           MOVE "PRIOR-PRICE" TO WS-LOG-FIELD-NAME
           MOVE WS-MB-PRIOR-UNIT-PRICE TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-LOG-BEFORE-VALUE
           MOVE SPACES TO WS-LOG-AFTER-VALUE
           PERFORM 3700-WRITE-CHANGE-LOG
           MOVE "PRIOR-EFF-DATE" TO WS-LOG-FIELD-NAME
           MOVE WS-MB-PRIOR-EFF-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-LOG-BEFORE-VALUE
           MOVE SPACES TO WS-LOG-AFTER-VALUE
           PERFORM 3700-WRITE-CHANGE-LOG.

       3600-WRITE-TXN-REJECT.
           DISPLAY "Price txn reject: " PPT-SKU " - "
               WS-TXN-REASON
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO WS-RD-ACTION
           MOVE PPT-ACTION     TO WS-RD-ACTION
           MOVE PPT-SKU        TO WS-RD-SKU
           MOVE PPT-USER-ID    TO WS-RD-USER-ID
           MOVE WS-TXN-REASON  TO WS-RD-REASON
           WRITE REJECT-LINE FROM WS-REJECT-DETAIL-LINE.

       3700-WRITE-CHANGE-LOG.
           MOVE SPACES TO PRICE-CHANGE-LOG-RECORD
           MOVE WS-RUN-DATE         TO PPL-RUN-DATE
           MOVE PPT-USER-ID         TO PPL-USER-ID
           MOVE PPT-SKU             TO PPL-SKU
           MOVE PPT-ACTION          TO PPL-ACTION
           MOVE WS-LOG-FIELD-NAME   TO PPL-FIELD-NAME
           MOVE WS-LOG-BEFORE-VALUE TO PPL-BEFORE-VALUE
           MOVE WS-LOG-AFTER-VALUE  TO PPL-AFTER-VALUE
           WRITE PRICE-CHANGE-LOG-RECORD.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO REJECT-LINE
           WRITE REJECT-LINE

           MOVE "TRANSACTIONS READ" TO WS-SCL-LABEL
           MOVE WS-TXN-READ-COUNT TO WS-SCL-COUNT
           WRITE REJECT-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "SKUS ADDED" TO WS-SCL-LABEL
           MOVE WS-ADDED-COUNT TO WS-SCL-COUNT
           WRITE REJECT-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "PRICES CHANGED" TO WS-SCL-LABEL
           MOVE WS-CHANGED-COUNT TO WS-SCL-COUNT
           WRITE REJECT-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "SKUS INACTIVATED" TO WS-SCL-LABEL
           MOVE WS-INACTIVATED-COUNT TO WS-SCL-COUNT
           WRITE REJECT-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "SKUS REACTIVATED" TO WS-SCL-LABEL
           MOVE WS-REACTIVATED-COUNT TO WS-SCL-COUNT
           WRITE REJECT-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "SKUS DELETED" TO WS-SCL-LABEL
           MOVE WS-DELETED-COUNT TO WS-SCL-COUNT
           WRITE REJECT-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "TRANSACTIONS REJECTED" TO WS-SCL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-SCL-COUNT
           WRITE REJECT-LINE FROM WS-SUMMARY-COUNT-LINE

           DISPLAY "Price maintenance complete - "
               WS-ADDED-COUNT " added, " WS-CHANGED-COUNT
               " changed, " WS-INACTIVATED-COUNT " inactivated, "
               WS-REACTIVATED-COUNT " reactivated, "
               WS-DELETED-COUNT " deleted, " WS-REJECTED-COUNT
               " rejected.".

       9000-TERMINATE.
           CLOSE PRICE-TXN-IN
           CLOSE PRICE-MASTER
           CLOSE CHANGE-LOG-OUT
           CLOSE REJECT-REPORT.
