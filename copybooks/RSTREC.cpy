      *  window shrinking before it blows the schedule.
      *  Times are HHMMSSCC as returned by ACCEPT ... FROM TIME.
      ******************************************************************
      *  RST-CURRENCY-STATS carries the run's clean priced volume per
      *  order currency - net amount and tax in that currency and
      *  their base-currency equivalents at the rate each order was
      *  priced at - for the month-end converted totals report
      *  (DSCFXRPT).  Unused entries are spaces/zeroes.
       01  RUN-STATS-RECORD.
           05  RST-RUN-DATE            PIC 9(8).
           05  RST-BATCH-ID            PIC X(08).
               88  RST-RESTARTED       VALUE "Y".
               88  RST-FRESH-RUN       VALUE "N".
           05  RST-RECON-STATUS        PIC X(04).
           05  RST-CURRENCY-COUNT      PIC 9(02).
           05  RST-CURRENCY-STATS      OCCURS 10 TIMES.
               10  RST-CUR-CODE        PIC X(03).
               10  RST-CUR-ORDER-COUNT PIC 9(09).
               10  RST-CUR-AMOUNT      PIC S9(9)V99.
               10  RST-CUR-TAX         PIC S9(9)V99.
               10  RST-CUR-BASE-AMOUNT PIC S9(9)V99.
               10  RST-CUR-BASE-TAX    PIC S9(9)V99.
           05  FILLER                  PIC X(10).
