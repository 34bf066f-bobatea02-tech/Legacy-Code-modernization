      * remittance extract written by MERCHANT-REMIT, one record per
      * merchant and currency posted on the run date: item count,
      * gross collected, fees retained, and the net payable that
      * feeds the merchant payout run. The category code is the
      * merchant's as on the master when the extract was cut.
      *****************************************************************
       01  REMIT-EXTRACT-RECORD.
           05  RM-RUN-DATE             PIC 9(8).
           05  RM-MERCHANT-ID          PIC 9(8).
           05  RM-MERCHANT-NAME        PIC X(30).
           05  RM-CATEGORY-CODE        PIC X(4).
           05  RM-CURRENCY-CODE        PIC X(3).
           05  RM-TRANSACTION-COUNT    PIC 9(7).
           05  RM-GROSS-AMOUNT         PIC S9(9)V99.
           05  RM-TOTAL-FEES           PIC S9(7)V99.
      *    The merchant-absorbed share of those fees, with the tax
      *    charged on them - the part netted out of the payout.
      *    Zero when every fee rode on top of the payer's debit.
           05  RM-ABSORBED-FEES        PIC S9(7)V99.
           05  RM-NET-PAYABLE          PIC S9(9)V99.
           05  RM-VERSION              PIC X(10).
