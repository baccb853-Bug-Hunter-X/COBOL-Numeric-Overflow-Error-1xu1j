      *  credit against the customer, and its amount counts in the
      *  trailer record count and hash total the same as a sale so
      *  one trailer covers the whole file.
      *  BIL-DTL-AMOUNT is the net (post-discount) amount; the sales
      *  tax billed on it, or reversed on a credit, travels
      *  separately in BIL-DTL-TAX with the ship-to jurisdiction,
      *  and the trailer hash total is net amount plus tax.
      *  BIL-DTL-CURRENCY is the currency the detail is billed in.
      *  A type "S" currency subtotal follows the details, one per
      *  currency in the file, with that currency's record count
      *  and hash, ahead of the overall trailer - the overall
      *  trailer still counts every detail, whatever the currency.
           05  BIL-RECORD-TYPE         PIC X(01).
               88  BIL-HEADER          VALUE "H".
               88  BIL-DETAIL          VALUE "D".
               88  BIL-CREDIT          VALUE "C".
               88  BIL-CURRENCY-TOTAL  VALUE "S".
               88  BIL-TRAILER         VALUE "T".
           05  BIL-BODY                PIC X(49).
           05  BIL-HEADER-BODY REDEFINES BIL-BODY.
           05  BIL-DETAIL-BODY REDEFINES BIL-BODY.
               10  BIL-DTL-ORDER-ID    PIC X(10).
               10  BIL-DTL-AMOUNT      PIC 9(7)V99.
               10  BIL-DTL-TAX         PIC 9(7)V99.
               10  BIL-DTL-JURISDICTION PIC X(05).
               10  BIL-DTL-CURRENCY    PIC X(03).
               10  FILLER              PIC X(13).
           05  BIL-CURRENCY-BODY REDEFINES BIL-BODY.
               10  BIL-CUR-CURRENCY    PIC X(03).
               10  BIL-CUR-RECORD-COUNT PIC 9(9).
               10  BIL-CUR-HASH-TOTAL  PIC 9(11)V99.
               10  FILLER              PIC X(24).
           05  BIL-TRAILER-BODY REDEFINES BIL-BODY.
               10  BIL-TRL-RECORD-COUNT PIC 9(9).
               10  BIL-TRL-HASH-TOTAL  PIC 9(11)V99.
