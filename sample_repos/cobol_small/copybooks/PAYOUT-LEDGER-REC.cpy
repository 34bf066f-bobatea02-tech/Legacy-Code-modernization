      * or U while it waits (usually for bank details on the
      * merchant master). For the first time, finance can prove
      * which remittance extracts were actually disbursed, and the
      * aging report chases the ones that were not. A row whose
      * payable was not positive is marked R once its shortfall is
      * carried to the merchant receivable. Gross is the remittance's
      * net payable, offset the receivable taken off it, and net
      * what was (or, while unpaid, would be) sent.
      *****************************************************************
       01  PAYOUT-LEDGER-RECORD.
           05  PL-PAYOUT-KEY.
           05  PL-STATUS               PIC X.
               88  PL-STATUS-PAID      VALUE 'P'.
               88  PL-STATUS-UNPAID    VALUE 'U'.
               88  PL-STATUS-RECEIVABLE VALUE 'R'.
           05  PL-GROSS-AMOUNT         PIC S9(9)V99.
           05  PL-OFFSET-AMOUNT        PIC S9(9)V99.
           05  PL-NET-AMOUNT           PIC S9(9)V99.
           05  PL-PAYOUT-DATE          PIC 9(8).
           05  PL-VERSION              PIC X(10).
