      ******************************************************************
      *  DSCSTBAL
      *
      *  Daily pricing stream balancing and sign-off.  Runs after
      *  the last job of the night and ahead of the billing
      *  transmission.  Each job proves its own inputs against the
      *  generation-control rows of the job before it; this one
      *  proves the whole night from end to end, off the control
      *  rows of every job (DSCECTL, DSCBCTL, DSCXCTL, DSCRCTL,
      *  DSCHCTL and the hold backlog's HOLDCTL), the edit summary
      *  and the pricing run's run-history row:
      *
      *    1  COMBINED records in  = edit rejects + ORDERIN + BULKIN
      *                              + CREDITIN
      *    2  pricing input        = priced + rejected + duplicates
      *    3  BILLFILE             = clean priced details + carryover
      *                              re-sends, on count and hash
      *    4  holds written + held over from the prior release run
      *                            = released + carried
      *
      *  One sign-off page (BALRPT) shows every checkpoint in or out
      *  of balance.  Anything out ends the job with return code 16
      *  so the scheduler holds the billing transmission, in place
      *  of operations ticking EDITSUM against RECONRPT against the
      *  billing trailer by hand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCSTBAL.
       AUTHOR. PRICING-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIT-CONTROL-IN ASSIGN TO "DSCECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-CONTROL-STATUS.

           SELECT EDIT-SUMMARY-IN ASSIGN TO "EDITSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-SUMMARY-STATUS.

           SELECT BATCH-CONTROL-IN ASSIGN TO "DSCBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-CONTROL-STATUS.

           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.

           SELECT EXTRACT-CONTROL-IN ASSIGN TO "DSCXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-CONTROL-STATUS.

      *  The carryover and its control are optional - a day with
      *  every billing detail confirmed has neither.
           SELECT OPTIONAL CARRY-CONTROL-IN ASSIGN TO "DSCRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-CONTROL-STATUS.

           SELECT OPTIONAL CARRYOVER-IN ASSIGN TO "BILCARRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYOVER-IN-STATUS.

      *  HOLDCTL is the release run's own input control - the
      *  pricing batch's ORDHOLD row plus the prior release run's
      *  HOLDCARY row - and DSCHCTL its output control.
           SELECT HOLD-BACKLOG-CONTROL-IN ASSIGN TO "HOLDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKLOG-CONTROL-STATUS.

           SELECT HOLD-CONTROL-IN ASSIGN TO "DSCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-CONTROL-STATUS.

           SELECT RELEASED-IN ASSIGN TO "RELOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-IN-STATUS.

           SELECT ORDER-PRICED-IN ASSIGN TO "ORDEROUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PIN-ORDER-ID
               FILE STATUS IS WS-ORDER-PRICED-IN-STATUS.

           SELECT BULK-PRICED-IN ASSIGN TO "BULKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULK-PRICED-IN-STATUS.

           SELECT CREDIT-PRICED-IN ASSIGN TO "CREDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-PRICED-IN-STATUS.

           SELECT OPTIONAL RUN-PARMS ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARMS-STATUS.

           SELECT BALANCE-REPORT ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  Every control file carries GENERATION-CONTROL-RECORD rows
      *  (CTLREC.cpy); each is read INTO the one working-storage
      *  copy of the layout, so the six files share one set of
      *  CTL- names.
       FD  EDIT-CONTROL-IN
           RECORDING MODE IS F.
       01  EDIT-CONTROL-LINE           PIC X(48).

      *  EDIT-SUMMARY-LINE must stay in step with DSCEDIT's
      *  WS-SUMMARY-COUNT-LINE - the label and the edited count are
      *  picked off the printed summary by position.
       FD  EDIT-SUMMARY-IN
           RECORDING MODE IS F.
       01  EDIT-SUMMARY-LINE.
           05  FILLER                  PIC X(24).
           05  ESL-LABEL               PIC X(24).
           05  ESL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(21).

       FD  BATCH-CONTROL-IN
           RECORDING MODE IS F.
       01  BATCH-CONTROL-LINE          PIC X(48).

       FD  RUN-HISTORY
           RECORDING MODE IS F.
       COPY RSTREC.

       FD  EXTRACT-CONTROL-IN
           RECORDING MODE IS F.
       01  EXTRACT-CONTROL-LINE        PIC X(48).

       FD  CARRY-CONTROL-IN
           RECORDING MODE IS F.
       01  CARRY-CONTROL-LINE          PIC X(48).

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

       FD  HOLD-BACKLOG-CONTROL-IN
           RECORDING MODE IS F.
       01  HOLD-BACKLOG-CONTROL-LINE   PIC X(48).

       FD  HOLD-CONTROL-IN
           RECORDING MODE IS F.
       01  HOLD-CONTROL-LINE           PIC X(48).

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

       FD  RUN-PARMS
           RECORDING MODE IS F.
       COPY PARMREC.

       FD  BALANCE-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTLREC.

       01  WS-FILE-STATUSES.
           05  WS-EDIT-CONTROL-STATUS  PIC XX.
               88  EDIT-CONTROL-FOUND  VALUE "00".
           05  WS-EDIT-SUMMARY-STATUS  PIC XX.
               88  EDIT-SUMMARY-FOUND  VALUE "00".
           05  WS-BATCH-CONTROL-STATUS PIC XX.
               88  BATCH-CONTROL-FOUND VALUE "00".
           05  WS-RUN-HISTORY-STATUS   PIC XX.
               88  RUN-HISTORY-FOUND   VALUE "00".
           05  WS-EXTRACT-CONTROL-STATUS PIC XX.
               88  EXTRACT-CONTROL-FOUND VALUE "00".
           05  WS-CARRY-CONTROL-STATUS PIC XX.
           05  WS-CARRYOVER-IN-STATUS  PIC XX.
           05  WS-BACKLOG-CONTROL-STATUS PIC XX.
               88  BACKLOG-CONTROL-FOUND VALUE "00".
           05  WS-HOLD-CONTROL-STATUS  PIC XX.
               88  HOLD-CONTROL-FOUND  VALUE "00".
           05  WS-RELEASED-IN-STATUS   PIC XX.
               88  RELEASED-IN-FOUND   VALUE "00".
           05  WS-ORDER-PRICED-IN-STATUS PIC XX.
               88  ORDER-PRICED-IN-FOUND VALUE "00".
           05  WS-BULK-PRICED-IN-STATUS PIC XX.
               88  BULK-PRICED-IN-FOUND VALUE "00".
           05  WS-CREDIT-PRICED-IN-STATUS PIC XX.
               88  CREDIT-PRICED-IN-FOUND VALUE "00".
           05  WS-RUN-PARMS-STATUS     PIC XX.
               88  RUN-PARMS-FOUND     VALUE "00".
           05  WS-BALANCE-RPT-STATUS   PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  WS-CHECKPOINT-SWITCH    PIC X VALUE "Y".
               88  WS-CHECKPOINT-IN    VALUE "Y".
               88  WS-CHECKPOINT-OUT   VALUE "N".
           05  WS-STREAM-SWITCH        PIC X VALUE "Y".
               88  WS-STREAM-IN        VALUE "Y".
               88  WS-STREAM-OUT       VALUE "N".
           05  WS-RUNHIST-ROW-SWITCH   PIC X VALUE "N".
               88  WS-RUNHIST-ROW-FOUND VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8).

      *--------------------------------------------------------------*
      *  Figures picked off the control rows.  A zero date means the
      *  row was never found.
      *--------------------------------------------------------------*
       01  WS-EDIT-FIGURES.
           05  WS-ORDERIN-DATE         PIC 9(8) VALUE ZEROES.
           05  WS-ORDERIN-COUNT        PIC 9(9) VALUE ZEROES.
           05  WS-BULKIN-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-BULKIN-COUNT         PIC 9(9) VALUE ZEROES.
           05  WS-CREDITIN-DATE        PIC 9(8) VALUE ZEROES.
           05  WS-CREDITIN-COUNT       PIC 9(9) VALUE ZEROES.
           05  WS-COMBINED-IN-COUNT    PIC 9(9) VALUE ZEROES.
           05  WS-REBATE-IN-COUNT      PIC 9(9) VALUE ZEROES.
           05  WS-EDIT-REJECT-COUNT    PIC 9(9) VALUE ZEROES.
           05  WS-EDITSUM-READ-SWITCH  PIC X VALUE "N".
               88  WS-EDITSUM-READ-FOUND VALUE "Y".
           05  WS-EDITSUM-REJ-SWITCH   PIC X VALUE "N".
               88  WS-EDITSUM-REJ-FOUND VALUE "Y".

       01  WS-BATCH-FIGURES.
           05  WS-ORDOUT-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-ORDOUT-COUNT         PIC 9(9) VALUE ZEROES.
           05  WS-ORDOUT-HASH          PIC 9(11)V99 VALUE ZEROES.
           05  WS-BLKOUT-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-BLKOUT-COUNT         PIC 9(9) VALUE ZEROES.
           05  WS-BLKOUT-HASH          PIC 9(11)V99 VALUE ZEROES.
           05  WS-CRDOUT-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-CRDOUT-COUNT         PIC 9(9) VALUE ZEROES.
           05  WS-CRDOUT-HASH          PIC 9(11)V99 VALUE ZEROES.
           05  WS-ORDHOLD-DATE         PIC 9(8) VALUE ZEROES.
           05  WS-ORDHOLD-COUNT        PIC 9(9) VALUE ZEROES.
           05  WS-RST-READ-COUNT       PIC 9(9) VALUE ZEROES.
           05  WS-RST-REJECT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-RST-DUP-COUNT        PIC 9(9) VALUE ZEROES.
           05  WS-RST-RECON-STATUS     PIC X(04) VALUE SPACES.
           05  WS-PRICING-INPUT        PIC 9(9) VALUE ZEROES.
           05  WS-PRICED-COUNT         PIC 9(9) VALUE ZEROES.

       01  WS-BILLING-FIGURES.
           05  WS-BILLFILE-DATE        PIC 9(8) VALUE ZEROES.
           05  WS-BILLFILE-COUNT       PIC 9(9) VALUE ZEROES.
           05  WS-BILLFILE-HASH        PIC 9(11)V99 VALUE ZEROES.
           05  WS-CARRY-CTL-SWITCH     PIC X VALUE "N".
               88  WS-CARRY-CTL-FOUND  VALUE "Y".
           05  WS-CARRY-CTL-COUNT      PIC 9(9) VALUE ZEROES.
           05  WS-CARRY-CTL-HASH       PIC 9(11)V99 VALUE ZEROES.
           05  WS-CARRY-COUNT          PIC 9(9) VALUE ZEROES.
           05  WS-CARRY-AMOUNT-HASH    PIC 9(11)V99 VALUE ZEROES.
           05  WS-CARRY-BILL-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACT-ORDOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-ACT-ORDOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACT-BLKOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-ACT-BLKOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACT-CRDOUT-COUNT     PIC 9(9) VALUE ZEROES.
           05  WS-ACT-CRDOUT-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-CLEAN-COUNT          PIC 9(9) VALUE ZEROES.
           05  WS-CLEAN-BILL-HASH      PIC 9(11)V99 VALUE ZEROES.
           05  WS-EXPECTED-COUNT       PIC 9(9) VALUE ZEROES.
           05  WS-EXPECTED-HASH        PIC 9(11)V99 VALUE ZEROES.

       01  WS-HOLD-FIGURES.
           05  WS-BACKLOG-ORDHOLD-COUNT PIC 9(9) VALUE ZEROES.
           05  WS-BACKLOG-ORDHOLD-DATE PIC 9(8) VALUE ZEROES.
           05  WS-HELD-OVER-COUNT      PIC 9(9) VALUE ZEROES.
           05  WS-CARRIED-DATE         PIC 9(8) VALUE ZEROES.
           05  WS-CARRIED-COUNT        PIC 9(9) VALUE ZEROES.
           05  WS-RELEASED-COUNT       PIC 9(9) VALUE ZEROES.
           05  WS-HOLDS-IN             PIC 9(9) VALUE ZEROES.
           05  WS-HOLDS-OUT            PIC 9(9) VALUE ZEROES.

      *  Row-date check work fields - see 7000.
       01  WS-CHECK-ROW.
           05  WS-CHK-FILE-NAME        PIC X(08).
           05  WS-CHK-DATE             PIC 9(8).

       01  WS-CHECKPOINTS-OUT          PIC 9(1) VALUE ZEROES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "PRICING STREAM BALANCING - SIGN-OFF FOR".
           05  WS-H1-RUN-DATE          PIC 9(8).

       01  WS-CHECKPOINT-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CH-TITLE             PIC X(60).

       01  WS-FIGURE-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-FL-LABEL             PIC X(34).
           05  WS-FL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-HASH              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "** ".
           05  WS-NL-TEXT              PIC X(60).

       01  WS-STATUS-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "CHECKPOINT STATUS:".
           05  WS-SL-STATUS            PIC X(14).

       01  WS-STREAM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "STREAM STATUS:".
           05  WS-STL-STATUS           PIC X(50).

       01  WS-SIGN-OFF-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               "SIGNED OFF BY: ____________________   TIME: ________".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-EDIT-CONTROLS
           PERFORM 2100-LOAD-EDIT-SUMMARY
           PERFORM 2200-LOAD-BATCH-CONTROLS
           PERFORM 2300-LOAD-RUN-HISTORY
           PERFORM 2400-LOAD-BILLING-CONTROLS
           PERFORM 2500-LOAD-HOLD-CONTROLS
           PERFORM 3000-SWEEP-PRICED-OUTPUTS
           PERFORM 3100-SWEEP-CARRYOVER
           PERFORM 3200-SWEEP-RELEASED
           PERFORM 4000-CHECK-EDIT
           PERFORM 4100-CHECK-PRICING
           PERFORM 4200-CHECK-BILLING
           PERFORM 4300-CHECK-HOLDS
           PERFORM 8000-WRITE-STREAM-STATUS
           PERFORM 9000-TERMINATE
           STOP RUN.

      *  The stream is balanced for the PARMFILE business date when
      *  one is supplied, else the machine date - the same date
      *  every job in the stream stamped on its control rows.
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
           OPEN OUTPUT BALANCE-REPORT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *--------------------------------------------------------------*
      *  Control rows.  A missing control file leaves its figures at
      *  zero with a zero date, which the checkpoint reports as
      *  MISSING and counts out of balance.
      *--------------------------------------------------------------*
       2000-LOAD-EDIT-CONTROLS.
           OPEN INPUT EDIT-CONTROL-IN
           IF EDIT-CONTROL-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ EDIT-CONTROL-IN
                       INTO GENERATION-CONTROL-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2050-STORE-EDIT-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EDIT-CONTROL-IN.

       2050-STORE-EDIT-ROW.
           IF CTL-FILE-NAME = "ORDERIN"
               MOVE CTL-BUSINESS-DATE TO WS-ORDERIN-DATE
               MOVE CTL-RECORD-COUNT  TO WS-ORDERIN-COUNT
           END-IF
           IF CTL-FILE-NAME = "BULKIN"
               MOVE CTL-BUSINESS-DATE TO WS-BULKIN-DATE
               MOVE CTL-RECORD-COUNT  TO WS-BULKIN-COUNT
           END-IF
           IF CTL-FILE-NAME = "CREDITIN"
               MOVE CTL-BUSINESS-DATE TO WS-CREDITIN-DATE
               MOVE CTL-RECORD-COUNT  TO WS-CREDITIN-COUNT
           END-IF.

      *  The summary's labelled count lines - records read (rebate
      *  credits taken in included) and rejected.
       2100-LOAD-EDIT-SUMMARY.
           OPEN INPUT EDIT-SUMMARY-IN
           IF EDIT-SUMMARY-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ EDIT-SUMMARY-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2150-STORE-SUMMARY-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EDIT-SUMMARY-IN.

       2150-STORE-SUMMARY-LINE.
           IF ESL-LABEL = "RECORDS READ"
               MOVE "Y" TO WS-EDITSUM-READ-SWITCH
               MOVE ESL-COUNT TO WS-COMBINED-IN-COUNT
           END-IF
           IF ESL-LABEL = "  REBATE CREDITS READ"
               MOVE ESL-COUNT TO WS-REBATE-IN-COUNT
           END-IF
           IF ESL-LABEL = "REJECTED"
               MOVE "Y" TO WS-EDITSUM-REJ-SWITCH
               MOVE ESL-COUNT TO WS-EDIT-REJECT-COUNT
           END-IF.

       2200-LOAD-BATCH-CONTROLS.
           OPEN INPUT BATCH-CONTROL-IN
           IF BATCH-CONTROL-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ BATCH-CONTROL-IN
                       INTO GENERATION-CONTROL-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2250-STORE-BATCH-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BATCH-CONTROL-IN.

       2250-STORE-BATCH-ROW.
           IF CTL-FILE-NAME = "ORDEROUT"
               MOVE CTL-BUSINESS-DATE TO WS-ORDOUT-DATE
               MOVE CTL-RECORD-COUNT  TO WS-ORDOUT-COUNT
               MOVE CTL-AMOUNT-HASH   TO WS-ORDOUT-HASH
           END-IF
           IF CTL-FILE-NAME = "BULKOUT"
               MOVE CTL-BUSINESS-DATE TO WS-BLKOUT-DATE
               MOVE CTL-RECORD-COUNT  TO WS-BLKOUT-COUNT
               MOVE CTL-AMOUNT-HASH   TO WS-BLKOUT-HASH
           END-IF
           IF CTL-FILE-NAME = "CREDOUT"
               MOVE CTL-BUSINESS-DATE TO WS-CRDOUT-DATE
               MOVE CTL-RECORD-COUNT  TO WS-CRDOUT-COUNT
               MOVE CTL-AMOUNT-HASH   TO WS-CRDOUT-HASH
           END-IF
           IF CTL-FILE-NAME = "ORDHOLD"
               MOVE CTL-BUSINESS-DATE TO WS-ORDHOLD-DATE
               MOVE CTL-RECORD-COUNT  TO WS-ORDHOLD-COUNT
           END-IF.

      *  RUNHIST is appended to every run, so the last row for the
      *  business date is the run that wrote today's controls.
       2300-LOAD-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY
           IF RUN-HISTORY-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ RUN-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RST-RUN-DATE = WS-RUN-DATE
                               PERFORM 2350-STORE-RUN-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-HISTORY.

       2350-STORE-RUN-HISTORY.
           MOVE "Y" TO WS-RUNHIST-ROW-SWITCH
           COMPUTE WS-RST-READ-COUNT =
               RST-REG-COUNT + RST-BULK-COUNT
           COMPUTE WS-RST-REJECT-COUNT =
               RST-NONNUM-COUNT + RST-CUSTVAL-COUNT
           MOVE RST-DUP-COUNT TO WS-RST-DUP-COUNT
           MOVE RST-RECON-STATUS TO WS-RST-RECON-STATUS.

       2400-LOAD-BILLING-CONTROLS.
           OPEN INPUT EXTRACT-CONTROL-IN
           IF EXTRACT-CONTROL-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ EXTRACT-CONTROL-IN
                       INTO GENERATION-CONTROL-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CTL-FILE-NAME = "BILLFILE"
                               MOVE CTL-BUSINESS-DATE
                                   TO WS-BILLFILE-DATE
                               MOVE CTL-RECORD-COUNT
                                   TO WS-BILLFILE-COUNT
                               MOVE CTL-AMOUNT-HASH
                                   TO WS-BILLFILE-HASH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EXTRACT-CONTROL-IN
           OPEN INPUT CARRY-CONTROL-IN
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ CARRY-CONTROL-IN
                   INTO GENERATION-CONTROL-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF CTL-FILE-NAME = "BILCARRY"
                           MOVE "Y" TO WS-CARRY-CTL-SWITCH
                           MOVE CTL-RECORD-COUNT
                               TO WS-CARRY-CTL-COUNT
                           MOVE CTL-AMOUNT-HASH
                               TO WS-CARRY-CTL-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRY-CONTROL-IN.

      *  HOLDCTL's HOLDCARY rows are the backlog the release run
      *  took over from the day before; DSCHCTL's is what it left.
       2500-LOAD-HOLD-CONTROLS.
           OPEN INPUT HOLD-BACKLOG-CONTROL-IN
           IF BACKLOG-CONTROL-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ HOLD-BACKLOG-CONTROL-IN
                       INTO GENERATION-CONTROL-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2550-STORE-BACKLOG-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOLD-BACKLOG-CONTROL-IN
           OPEN INPUT HOLD-CONTROL-IN
           IF HOLD-CONTROL-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ HOLD-CONTROL-IN
                       INTO GENERATION-CONTROL-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CTL-FILE-NAME = "HOLDCARY"
                               MOVE CTL-BUSINESS-DATE
                                   TO WS-CARRIED-DATE
                               MOVE CTL-RECORD-COUNT
                                   TO WS-CARRIED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOLD-CONTROL-IN.

       2550-STORE-BACKLOG-ROW.
           IF CTL-FILE-NAME = "ORDHOLD"
               MOVE CTL-BUSINESS-DATE TO WS-BACKLOG-ORDHOLD-DATE
               ADD CTL-RECORD-COUNT TO WS-BACKLOG-ORDHOLD-COUNT
           END-IF
           IF CTL-FILE-NAME = "HOLDCARY"
               ADD CTL-RECORD-COUNT TO WS-HELD-OVER-COUNT
           END-IF.

      *--------------------------------------------------------------*
      *  Data sweeps.  The billing checkpoint is proven from the
      *  priced outputs themselves - count and net-plus-tax of every
      *  clean record, the same figures the extract hashes - so it
      *  does not simply restate DSCBILEX's own arithmetic.  Each
      *  output's count and amount hash are also held for proving
      *  against its DSCBCTL row.
      *--------------------------------------------------------------*
       3000-SWEEP-PRICED-OUTPUTS.
           OPEN INPUT ORDER-PRICED-IN
           IF ORDER-PRICED-IN-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ ORDER-PRICED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-ACT-ORDOUT-COUNT
                           ADD PIN-AMOUNT TO WS-ACT-ORDOUT-HASH
                           IF PIN-ERROR-FLAG = 0
                               ADD 1 TO WS-CLEAN-COUNT
                               ADD PIN-AMOUNT PIN-TAX
                                   TO WS-CLEAN-BILL-HASH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ORDER-PRICED-IN
           OPEN INPUT BULK-PRICED-IN
           IF BULK-PRICED-IN-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ BULK-PRICED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-ACT-BLKOUT-COUNT
                           ADD BIN-AMOUNT TO WS-ACT-BLKOUT-HASH
                           IF BIN-ERROR-FLAG = 0
                               ADD 1 TO WS-CLEAN-COUNT
                               ADD BIN-AMOUNT BIN-TAX
                                   TO WS-CLEAN-BILL-HASH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BULK-PRICED-IN
           OPEN INPUT CREDIT-PRICED-IN
           IF CREDIT-PRICED-IN-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ CREDIT-PRICED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-ACT-CRDOUT-COUNT
                           ADD CIN-AMOUNT TO WS-ACT-CRDOUT-HASH
                           IF CIN-ERROR-FLAG = 0
                               ADD 1 TO WS-CLEAN-COUNT
                               ADD CIN-AMOUNT CIN-TAX
                                   TO WS-CLEAN-BILL-HASH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CREDIT-PRICED-IN.

      *  Only the D/C details are re-sent.  The carryover control
      *  hash is amount only; the billing hash is amount plus tax.
       3100-SWEEP-CARRYOVER.
           OPEN INPUT CARRYOVER-IN
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ CARRYOVER-IN
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF CVR-DETAIL OR CVR-CREDIT
                           ADD 1 TO WS-CARRY-COUNT
                           ADD CVR-DTL-AMOUNT TO WS-CARRY-AMOUNT-HASH
                           ADD CVR-DTL-AMOUNT CVR-DTL-TAX
                               TO WS-CARRY-BILL-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRYOVER-IN.

       3200-SWEEP-RELEASED.
           OPEN INPUT RELEASED-IN
           IF RELEASED-IN-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ RELEASED-IN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-RELEASED-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RELEASED-IN.

      *--------------------------------------------------------------*
      *  Checkpoint 1 - everything the edit read went somewhere.
      *--------------------------------------------------------------*
       4000-CHECK-EDIT.
           MOVE "Y" TO WS-CHECKPOINT-SWITCH
           MOVE "1  COMBINED FEED EDIT (DSCEDIT)" TO WS-CH-TITLE
           WRITE REPORT-LINE FROM WS-CHECKPOINT-HEADING

           MOVE "COMBINED RECORDS IN" TO WS-FL-LABEL
           MOVE WS-COMBINED-IN-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "  INCL. REBATE CREDITS TAKEN IN" TO WS-FL-LABEL
           MOVE WS-REBATE-IN-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "EDIT REJECTS" TO WS-FL-LABEL
           MOVE WS-EDIT-REJECT-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "ROUTED TO ORDERIN" TO WS-FL-LABEL
           MOVE WS-ORDERIN-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "ROUTED TO BULKIN" TO WS-FL-LABEL
           MOVE WS-BULKIN-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "ROUTED TO CREDITIN" TO WS-FL-LABEL
           MOVE WS-CREDITIN-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE

           IF NOT WS-EDITSUM-READ-FOUND
              OR NOT WS-EDITSUM-REJ-FOUND
               MOVE "EDIT SUMMARY EDITSUM MISSING OR INCOMPLETE"
                   TO WS-NL-TEXT
               PERFORM 7200-WRITE-NOTE
           END-IF
           MOVE "ORDERIN"  TO WS-CHK-FILE-NAME
           MOVE WS-ORDERIN-DATE TO WS-CHK-DATE
           PERFORM 7000-CHECK-ROW-DATE
           MOVE "BULKIN"   TO WS-CHK-FILE-NAME
           MOVE WS-BULKIN-DATE TO WS-CHK-DATE
           PERFORM 7000-CHECK-ROW-DATE
           MOVE "CREDITIN" TO WS-CHK-FILE-NAME
           MOVE WS-CREDITIN-DATE TO WS-CHK-DATE
           PERFORM 7000-CHECK-ROW-DATE
           IF WS-COMBINED-IN-COUNT NOT =
              WS-EDIT-REJECT-COUNT + WS-ORDERIN-COUNT
              + WS-BULKIN-COUNT + WS-CREDITIN-COUNT
               MOVE "RECORDS IN DO NOT EQUAL REJECTS PLUS ROUTED"
                   TO WS-NL-TEXT
               PERFORM 7200-WRITE-NOTE
           END-IF
           PERFORM 7300-WRITE-CHECKPOINT-STATUS.

      *--------------------------------------------------------------*
      *  Checkpoint 2 - everything the pricing batch read was
      *  priced (cleanly or with a reject flag), rejected before
      *  pricing, or dropped as a duplicate.  Its priced outputs
      *  must also match their own control rows.
      *--------------------------------------------------------------*
       4100-CHECK-PRICING.
           MOVE "Y" TO WS-CHECKPOINT-SWITCH
           MOVE "2  PRICING BATCH (DSCBATCH)" TO WS-CH-TITLE
           WRITE REPORT-LINE FROM WS-CHECKPOINT-HEADING
           COMPUTE WS-PRICING-INPUT =
               WS-ORDERIN-COUNT + WS-BULKIN-COUNT + WS-CREDITIN-COUNT
           COMPUTE WS-PRICED-COUNT =
               WS-ORDOUT-COUNT + WS-BLKOUT-COUNT + WS-CRDOUT-COUNT

           MOVE "PRICING INPUT (ORDER/BULK/CREDIT)" TO WS-FL-LABEL
           MOVE WS-PRICING-INPUT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "PRICED TO ORDEROUT" TO WS-FL-LABEL
           MOVE WS-ORDOUT-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "PRICED TO BULKOUT" TO WS-FL-LABEL
           MOVE WS-BLKOUT-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "PRICED TO CREDOUT" TO WS-FL-LABEL
           MOVE WS-CRDOUT-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "REJECTED BEFORE PRICING" TO WS-FL-LABEL
           MOVE WS-RST-REJECT-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "DUPLICATES" TO WS-FL-LABEL
           MOVE WS-RST-DUP-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE

           MOVE "ORDEROUT" TO WS-CHK-FILE-NAME
           MOVE WS-ORDOUT-DATE TO WS-CHK-DATE
           PERFORM 7000-CHECK-ROW-DATE
           MOVE "BULKOUT"  TO WS-CHK-FILE-NAME
           MOVE WS-BLKOUT-DATE TO WS-CHK-DATE
           PERFORM 7000-CHECK-ROW-DATE
           MOVE "CREDOUT"  TO WS-CHK-FILE-NAME
           MOVE WS-CRDOUT-DATE TO WS-CHK-DATE
           PERFORM 7000-CHECK-ROW-DATE
           IF NOT WS-RUNHIST-ROW-FOUND
               MOVE "NO RUNHIST ROW FOR THE BUSINESS DATE"
                   TO WS-NL-TEXT
               PERFORM 7200-WRITE-NOTE
           ELSE
               IF WS-RST-RECON-STATUS NOT = "PASS"
                   MOVE "PRICING RECONCILIATION (RECONRPT) NOT PASS"
                       TO WS-NL-TEXT
                   PERFORM 7200-WRITE-NOTE
               END-IF
      *  The run history counts regular and bulk reads only.
               IF WS-RST-READ-COUNT NOT =
                  WS-ORDERIN-COUNT + WS-BULKIN-COUNT
                   MOVE "RUNHIST ORDERS READ DISAGREE WITH DSCECTL"
                       TO WS-NL-TEXT
                   PERFORM 7200-WRITE-NOTE
               END-IF
           END-IF
           IF WS-ACT-ORDOUT-COUNT NOT = WS-ORDOUT-COUNT
              OR WS-ACT-ORDOUT-HASH NOT = WS-ORDOUT-HASH
              OR WS-ACT-BLKOUT-COUNT NOT = WS-BLKOUT-COUNT
              OR WS-ACT-BLKOUT-HASH NOT = WS-BLKOUT-HASH
              OR WS-ACT-CRDOUT-COUNT NOT = WS-CRDOUT-COUNT
              OR WS-ACT-CRDOUT-HASH NOT = WS-CRDOUT-HASH
               MOVE "PRICED OUTPUTS DO NOT MATCH DSCBCTL COUNT/HASH"
                   TO WS-NL-TEXT
               PERFORM 7200-WRITE-NOTE
           END-IF
           IF WS-PRICING-INPUT NOT =
              WS-PRICED-COUNT + WS-RST-REJECT-COUNT + WS-RST-DUP-COUNT
               MOVE "INPUT DOES NOT EQUAL PRICED + REJECTED + DUPS"
                   TO WS-NL-TEXT
               PERFORM 7200-WRITE-NOTE
           END-IF
           PERFORM 7300-WRITE-CHECKPOINT-STATUS.

      *--------------------------------------------------------------*
      *  Checkpoint 3 - the billing file holds every clean priced
      *  record and every carryover re-send, and nothing else, on
      *  record count and net-plus-tax hash.
      *--------------------------------------------------------------*
       4200-CHECK-BILLING.
           MOVE "Y" TO WS-CHECKPOINT-SWITCH
           MOVE "3  BILLING EXTRACT (DSCBILEX)" TO WS-CH-TITLE
           WRITE REPORT-LINE FROM WS-CHECKPOINT-HEADING
           COMPUTE WS-EXPECTED-COUNT = WS-CLEAN-COUNT + WS-CARRY-COUNT
           COMPUTE WS-EXPECTED-HASH =
               WS-CLEAN-BILL-HASH + WS-CARRY-BILL-HASH

           MOVE "CLEAN PRICED DETAILS" TO WS-FL-LABEL
           MOVE WS-CLEAN-COUNT TO WS-FL-COUNT
           MOVE WS-CLEAN-BILL-HASH TO WS-FL-HASH
           WRITE REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "CARRYOVER RE-SENDS" TO WS-FL-LABEL
           MOVE WS-CARRY-COUNT TO WS-FL-COUNT
           MOVE WS-CARRY-BILL-HASH TO WS-FL-HASH
           WRITE REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "EXPECTED ON BILLFILE" TO WS-FL-LABEL
           MOVE WS-EXPECTED-COUNT TO WS-FL-COUNT
           MOVE WS-EXPECTED-HASH TO WS-FL-HASH
           WRITE REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "BILLFILE (DSCXCTL)" TO WS-FL-LABEL
           MOVE WS-BILLFILE-COUNT TO WS-FL-COUNT
           MOVE WS-BILLFILE-HASH TO WS-FL-HASH
           WRITE REPORT-LINE FROM WS-FIGURE-LINE

           MOVE "BILLFILE" TO WS-CHK-FILE-NAME
           MOVE WS-BILLFILE-DATE TO WS-CHK-DATE
           PERFORM 7000-CHECK-ROW-DATE
           IF WS-CARRY-COUNT > ZERO
               IF NOT WS-CARRY-CTL-FOUND
                  OR WS-CARRY-COUNT NOT = WS-CARRY-CTL-COUNT
                  OR WS-CARRY-AMOUNT-HASH NOT = WS-CARRY-CTL-HASH
                   MOVE "BILCARRY DOES NOT MATCH DSCRCTL COUNT/HASH"
                       TO WS-NL-TEXT
                   PERFORM 7200-WRITE-NOTE
               END-IF
           END-IF
           IF WS-BILLFILE-COUNT NOT = WS-EXPECTED-COUNT
              OR WS-BILLFILE-HASH NOT = WS-EXPECTED-HASH
               MOVE "BILLFILE DOES NOT EQUAL PRICED + CARRYOVER"
                   TO WS-NL-TEXT
               PERFORM 7200-WRITE-NOTE
           END-IF
           PERFORM 7300-WRITE-CHECKPOINT-STATUS.

      *--------------------------------------------------------------*
      *  Checkpoint 4 - every hold the pricing batch wrote, with the
      *  backlog held over from the prior release run, was either
      *  released or carried forward.
      *--------------------------------------------------------------*
       4300-CHECK-HOLDS.
           MOVE "Y" TO WS-CHECKPOINT-SWITCH
           MOVE "4  HOLD RELEASE (DSCHLREL)" TO WS-CH-TITLE
           WRITE REPORT-LINE FROM WS-CHECKPOINT-HEADING
           COMPUTE WS-HOLDS-IN = WS-ORDHOLD-COUNT + WS-HELD-OVER-COUNT
           COMPUTE WS-HOLDS-OUT = WS-RELEASED-COUNT + WS-CARRIED-COUNT

           MOVE "HOLDS WRITTEN (ORDHOLD)" TO WS-FL-LABEL
           MOVE WS-ORDHOLD-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "HELD OVER FROM PRIOR RELEASE" TO WS-FL-LABEL
           MOVE WS-HELD-OVER-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "RELEASED (RELOUT)" TO WS-FL-LABEL
           MOVE WS-RELEASED-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "CARRIED (HOLDCARRY)" TO WS-FL-LABEL
           MOVE WS-CARRIED-COUNT TO WS-FL-COUNT
           PERFORM 7100-WRITE-COUNT-LINE

           MOVE "ORDHOLD"  TO WS-CHK-FILE-NAME
           MOVE WS-ORDHOLD-DATE TO WS-CHK-DATE
           PERFORM 7000-CHECK-ROW-DATE
           MOVE "HOLDCARY" TO WS-CHK-FILE-NAME
           MOVE WS-CARRIED-DATE TO WS-CHK-DATE
           PERFORM 7000-CHECK-ROW-DATE
           IF WS-BACKLOG-ORDHOLD-COUNT NOT = WS-ORDHOLD-COUNT
              OR WS-BACKLOG-ORDHOLD-DATE NOT = WS-ORDHOLD-DATE
               MOVE "RELEASE RUN DID NOT TAKE IN TODAY'S ORDHOLD"
                   TO WS-NL-TEXT
               PERFORM 7200-WRITE-NOTE
           END-IF
           IF WS-HOLDS-IN NOT = WS-HOLDS-OUT
               MOVE "HOLDS IN DO NOT EQUAL RELEASED + CARRIED"
                   TO WS-NL-TEXT
               PERFORM 7200-WRITE-NOTE
           END-IF
           PERFORM 7300-WRITE-CHECKPOINT-STATUS.

      *--------------------------------------------------------------*
      *  A control row must be present and stamped with the business
      *  date being signed off - anything else is another night's.
      *--------------------------------------------------------------*
       7000-CHECK-ROW-DATE.
           IF WS-CHK-DATE = ZEROES
               MOVE SPACES TO WS-NL-TEXT
               STRING WS-CHK-FILE-NAME DELIMITED BY SPACE
                   " CONTROL ROW MISSING" DELIMITED BY SIZE
                   INTO WS-NL-TEXT
               PERFORM 7200-WRITE-NOTE
           ELSE
               IF WS-CHK-DATE NOT = WS-RUN-DATE
                   MOVE SPACES TO WS-NL-TEXT
                   STRING WS-CHK-FILE-NAME DELIMITED BY SPACE
                       " CONTROL ROW IS FOR " DELIMITED BY SIZE
                       WS-CHK-DATE DELIMITED BY SIZE
                       " - STALE" DELIMITED BY SIZE
                       INTO WS-NL-TEXT
                   PERFORM 7200-WRITE-NOTE
               END-IF
           END-IF.

       7100-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FIGURE-LINE TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE (54:)
           WRITE REPORT-LINE.

       7200-WRITE-NOTE.
           MOVE "N" TO WS-CHECKPOINT-SWITCH
           DISPLAY "Out of balance: " WS-NL-TEXT
           WRITE REPORT-LINE FROM WS-NOTE-LINE.

       7300-WRITE-CHECKPOINT-STATUS.
           IF WS-CHECKPOINT-IN
               MOVE "IN BALANCE" TO WS-SL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-SL-STATUS
               MOVE "N" TO WS-STREAM-SWITCH
               ADD 1 TO WS-CHECKPOINTS-OUT
           END-IF
           WRITE REPORT-LINE FROM WS-STATUS-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *  Out of balance anywhere stops the billing transmission.
       8000-WRITE-STREAM-STATUS.
           IF WS-STREAM-IN
               MOVE "IN BALANCE - RELEASE BILLING TRANSMISSION"
                   TO WS-STL-STATUS
           ELSE
               MOVE "OUT OF BALANCE - HOLD BILLING TRANSMISSION"
                   TO WS-STL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE FROM WS-STREAM-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SIGN-OFF-LINE
           DISPLAY "Stream balancing complete for " WS-RUN-DATE
               " - " WS-CHECKPOINTS-OUT " checkpoints out of "
               "balance.".

       9000-TERMINATE.
           CLOSE BALANCE-REPORT.
