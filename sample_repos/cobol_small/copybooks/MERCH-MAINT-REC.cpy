      * transaction file applied by MERCHANT-MAINT in the
      * CUSTOMER-MAINT pattern: add, change and close instructions
      * keyed by merchant id, carrying the name, the default fee
      * bearer, the bank details the payout run disburses to and
      * the merchant category code.
      * On a change, space/zero fields leave the master value
      * alone.
      *****************************************************************
           05  MN-BANK-ROUTING         PIC 9(9).
           05  MN-BANK-ACCOUNT         PIC X(17).
           05  MN-USER-ID              PIC X(8).
           05  MN-CATEGORY-CODE        PIC X(4).
