      ******************************************************************
      *  GLJREC.cpy
      *  GL journal line record.  The summary journal the GL posting
      *  job (DSCGLPST) builds from the day's priced outputs and
      *  promo redemptions - one line per account class, channel and
      *  promo code, debit or credit, so finance sees discount
      *  expense by channel and promo the morning after instead of
      *  at month-end.  The journal balances: total debits equal
      *  total credits for the business date.
      *  Sales-tax liability lines (class STAX) carry the ship-to
      *  jurisdiction in GLJ-JURISDICTION; it is blank on every
      *  other class.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-BUSINESS-DATE       PIC 9(8).
           05  GLJ-SOURCE-ID           PIC X(08).
           05  GLJ-LINE-NO             PIC 9(5).
           05  GLJ-GL-ACCOUNT          PIC X(12).
           05  GLJ-ACCOUNT-CLASS       PIC X(04).
           05  GLJ-CHANNEL             PIC X(02).
           05  GLJ-PROMO-CODE          PIC X(08).
           05  GLJ-DR-CR               PIC X(01).
               88  GLJ-DEBIT           VALUE "D".
               88  GLJ-CREDIT          VALUE "C".
           05  GLJ-AMOUNT              PIC 9(9)V99.
           05  GLJ-DESCRIPTION         PIC X(30).
           05  GLJ-JURISDICTION        PIC X(05).
           05  FILLER                  PIC X(05).
