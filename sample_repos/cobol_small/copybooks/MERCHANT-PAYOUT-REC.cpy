      * MERCHANT-PAYOUT-REC - Layout of the payout instruction file
      * cut by MERCHANT-PAYOUT, one record per remittance row
      * disbursed: the bank executes these in place of the old
      * spreadsheet-and-manual-upload. The gross is the remittance's
      * net payable; any outstanding merchant receivable comes off
      * it as the offset, and the net is what the bank sends.
      *****************************************************************
       01  MERCHANT-PAYOUT-RECORD.
           05  MP-PAYOUT-DATE          PIC 9(8).
           05  MP-MERCHANT-ID          PIC 9(8).
           05  MP-MERCHANT-NAME        PIC X(30).
           05  MP-CURRENCY-CODE        PIC X(3).
           05  MP-GROSS-AMOUNT         PIC S9(9)V99.
           05  MP-OFFSET-AMOUNT        PIC S9(9)V99.
           05  MP-NET-AMOUNT           PIC S9(9)V99.
           05  MP-BANK-ROUTING         PIC 9(9).
           05  MP-BANK-ACCOUNT         PIC X(17).
