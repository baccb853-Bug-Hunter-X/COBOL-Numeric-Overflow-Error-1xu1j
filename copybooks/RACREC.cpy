      ******************************************************************
      *  RACREC.cpy
      *  Rebate accrual record.  Keyed on agreement and accrual
      *  month (YYYYMM), written by DSCRBATE at each month end - the
      *  quarter-to-date net sales measured, the rebate accrued on
      *  them to date and this month's movement in the liability.
      *  The quarter's last month also carries the order id of the
      *  credit memo the earned rebate was issued under.
      *  RAC-RUN-DATE is the business date of the run that wrote
      *  the row; a rerun on the same date rewrites it, any other
      *  run leaves it alone, so a month is never accrued - nor a
      *  quarter's rebate issued - twice.
      ******************************************************************
       01  REBATE-ACCRUAL-RECORD.
           05  RAC-KEY.
               10  RAC-AGREEMENT-ID    PIC X(08).
               10  RAC-PERIOD          PIC 9(6).
           05  RAC-CUST-NO             PIC X(08).
           05  RAC-RUN-DATE            PIC 9(8).
           05  RAC-QTD-NET-SALES       PIC S9(9)V99.
           05  RAC-QTD-DISCOUNT        PIC S9(9)V99.
           05  RAC-QTR-THRESHOLD       PIC 9(9)V99.
           05  RAC-REBATE-PCT          PIC 9(2)V99.
           05  RAC-ACCRUED-TO-DATE     PIC 9(9)V99.
           05  RAC-MONTH-ACCRUAL       PIC S9(9)V99.
           05  RAC-QUARTER-END-IND     PIC X(01).
               88  RAC-QUARTER-END     VALUE "Y".
           05  RAC-CREDIT-ORDER-ID     PIC X(10).
           05  FILLER                  PIC X(10).
