      * master file, keyed by merchant id. VALIDATION checks the
      * payee on each payment against it the way it checks the payer
      * against CUSTMAST, and MERCHANT-REMIT joins the name for the
      * payout extract. The merchant category code classifies the
      * payee's line of business for customer category blocks and
      * for the volume-by-category totals compliance asks for.
      *****************************************************************
       01  MERCHANT-MASTER-RECORD.
           05  MM-MERCHANT-ID          PIC 9(8).
      *    MERCHANT-MAINT supplies them.
           05  MM-BANK-ROUTING         PIC 9(9).
           05  MM-BANK-ACCOUNT         PIC X(17).
      *    ISO 18245 merchant category code (7995 betting, 6051
      *    crypto and quasi-cash, and so on). Spaces mean the
      *    merchant has not been categorised yet.
           05  MM-CATEGORY-CODE        PIC X(4).
