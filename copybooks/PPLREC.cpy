      ******************************************************************
      *  PPLREC.cpy
      *  Product price master change-log record.  One row per master
      *  field touched by a maintenance transaction, with the before
      *  and after values and the desk user who keyed it, appended
      *  by DSCPRMNT so "who changed the list price on this SKU and
      *  when" is answered from the log instead of from memory.
      ******************************************************************
      *  Values are carried as display text - amounts as 9999999.99,
      *  dates as YYYYMMDD - so one log layout covers every field on
      *  the master.  The before/after values are wide enough for the
      *  product description.  An ADD logs spaces in the before
      *  value, a DELETE logs spaces in the after value.
       01  PRICE-CHANGE-LOG-RECORD.
           05  PPL-RUN-DATE            PIC 9(8).
           05  PPL-USER-ID             PIC X(08).
           05  PPL-SKU                 PIC X(12).
           05  PPL-ACTION              PIC X(01).
           05  PPL-FIELD-NAME          PIC X(14).
           05  PPL-BEFORE-VALUE        PIC X(30).
           05  PPL-AFTER-VALUE         PIC X(30).
           05  FILLER                  PIC X(10).
