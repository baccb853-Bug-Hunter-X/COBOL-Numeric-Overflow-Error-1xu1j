      ******************************************************************
      *  CAPREC.cpy
      *  Credit hold approval record.  Keyed in by the finance desk
      *  to CRAPPROV for each order held over its customer's credit
      *  limit that finance has agreed to let through.  DSCHLREL
      *  releases a credit-limit hold at its held price only when an
      *  approval for the order is on the file; the rest are carried
      *  over for another day.
      ******************************************************************
       01  CREDIT-APPROVAL-RECORD.
           05  CAP-ORDER-ID            PIC X(10).
           05  CAP-CUST-NO             PIC X(08).
           05  CAP-APPROVED-BY         PIC X(08).
           05  CAP-APPROVAL-DATE       PIC 9(8).
           05  FILLER                  PIC X(10).
