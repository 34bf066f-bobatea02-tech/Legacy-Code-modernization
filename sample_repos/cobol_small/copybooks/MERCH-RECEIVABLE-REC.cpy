      *****************************************************************
      * MERCH-RECEIVABLE-REC - Layout of the indexed merchant
      * receivable file, keyed by merchant + currency: what the
      * merchant owes the house when a day's reversals and bank
      * returns outweighed its collections. MERCHANT-PAYOUT adds
      * each non-positive remittance to the balance and takes the
      * outstanding balance off the merchant's next payouts before
      * any money goes out. The opened date is the remittance run
      * date the balance last rose from zero - the date the
      * receivable aging counts from.
      *****************************************************************
       01  MERCH-RECEIVABLE-RECORD.
           05  MR-RECEIVABLE-KEY.
               10  MR-MERCHANT-ID      PIC 9(8).
               10  MR-CURRENCY-CODE    PIC X(3).
           05  MR-BALANCE              PIC S9(9)V99.
           05  MR-OPENED-DATE          PIC 9(8).
           05  MR-LAST-ACTIVITY-DATE   PIC 9(8).
           05  MR-VERSION              PIC X(10).
