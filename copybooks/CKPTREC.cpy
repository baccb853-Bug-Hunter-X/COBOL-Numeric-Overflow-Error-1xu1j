           05  CKP-CONTRACT-COUNT      PIC 9(7).
           05  CKP-CTRMIS-COUNT        PIC 9(7).
           05  CKP-CHANCAP-COUNT       PIC 9(7).
           05  CKP-TOT-TAX             PIC S9(9)V99.
           05  CKP-TAXREJ-COUNT        PIC 9(7).
           05  CKP-SKUREJ-COUNT        PIC 9(7).
           05  CKP-PRCVAR-COUNT        PIC 9(7).
           05  CKP-FXREJ-COUNT         PIC 9(7).
           05  CKP-CURRENCY-COUNT      PIC 9(02).
           05  CKP-CURRENCY-TOTALS     OCCURS 10 TIMES.
               10  CKP-CT-CURRENCY     PIC X(03).
               10  CKP-CT-ORDER-COUNT  PIC 9(09).
               10  CKP-CT-PRICE        PIC S9(9)V99.
               10  CKP-CT-DISCOUNT     PIC S9(9)V99.
               10  CKP-CT-REJECTED     PIC S9(9)V99.
               10  CKP-CT-AMOUNT       PIC S9(9)V99.
               10  CKP-CT-TAX          PIC S9(9)V99.
               10  CKP-CT-BASE-AMOUNT  PIC S9(9)V99.
               10  CKP-CT-BASE-TAX     PIC S9(9)V99.
           05  CKP-CRDHOLD-COUNT       PIC 9(7).
           05  FILLER                  PIC X(10).
