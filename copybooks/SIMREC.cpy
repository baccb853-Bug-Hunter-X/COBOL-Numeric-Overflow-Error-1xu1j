      ******************************************************************
      *  SIMREC.cpy
      *  Simulated pricing result record.  One row written by
      *  DSCBATCH in simulation mode for every order and credit that
      *  reaches pricing, in place of the ORDEROUT/BULKOUT/CREDOUT
      *  row it would have written - the outcome, discount and net
      *  amount the day's masters gave it.  Two simulation runs over
      *  the same order files, one on the current masters and one on
      *  the proposed copies, are compared by DSCSIMRP.
      ******************************************************************
       01  SIMULATION-RESULT-RECORD.
           05  SIM-RUN-DATE            PIC 9(8).
           05  SIM-ORDER-TYPE          PIC X(01).
               88  SIM-REGULAR-ORDER   VALUE "R".
               88  SIM-BULK-ORDER      VALUE "B".
               88  SIM-CREDIT-MEMO     VALUE "C".
           05  SIM-ORDER-ID            PIC X(10).
           05  SIM-CUST-NO             PIC X(08).
           05  SIM-CHANNEL             PIC X(02).
           05  SIM-CURRENCY            PIC X(03).
      *  Price, discount and net amount in the order currency; the
      *  base-currency discount and net are what the comparison
      *  totals are kept in.  A rejected order carries zero net.
           05  SIM-PRICE               PIC 9(7)V99.
           05  SIM-DISCOUNT            PIC 9(7)V99.
           05  SIM-AMOUNT              PIC 9(7)V99.
           05  SIM-BASE-DISCOUNT       PIC 9(9)V99.
           05  SIM-BASE-AMOUNT         PIC 9(9)V99.
      *  Same reject codes as the priced-output error flag.
           05  SIM-ERROR-FLAG          PIC 9.
           05  FILLER                  PIC X(10).
