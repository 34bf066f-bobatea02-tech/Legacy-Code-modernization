      *****************************************************************
      * PRICING-AGREEMENT-REC - Layout of the sequential negotiated
      * pricing agreement file (PRICAGR) read by PAYMENT and
      * FEE-SIMULATE and rebuilt by PARM-MAINT. Each agreement is
      * held with one customer ('C') or one merchant ('M') and
      * either overrides the FEESCHED band rate outright ('O') or
      * takes a discount off it ('D', PG-RATE being the fraction
      * off - 0.2500 is a quarter off the band). A nonzero fee cap
      * limits the fee charged per item, in the payment currency.
      * The currency and method narrow an agreement to one currency
      * or one payment method; space / '*' means all. Versions are
      * effective-dated per agreement id like the other parameter
      * files, and a version of type 'X' withdraws the agreement
      * from its effective date.
      *****************************************************************
       01  PRICING-AGREEMENT-RECORD.
           05  PG-AGREEMENT-ID         PIC X(6).
           05  PG-PARTY-TYPE           PIC X.
               88  PG-PARTY-CUSTOMER   VALUE 'C'.
               88  PG-PARTY-MERCHANT   VALUE 'M'.
           05  PG-PARTY-ID             PIC 9(8).
           05  PG-CURRENCY-CODE        PIC X(3).
           05  PG-PAYMENT-METHOD       PIC X.
           05  PG-PRICING-TYPE         PIC X.
               88  PG-TYPE-OVERRIDE    VALUE 'O'.
               88  PG-TYPE-DISCOUNT    VALUE 'D'.
               88  PG-TYPE-WITHDRAWN   VALUE 'X'.
           05  PG-RATE                 PIC 9V9999.
           05  PG-FEE-CAP              PIC 9(4)V99.
      *    The date this version of the agreement takes effect; the
      *    loaders pick the newest version dated on or before the
      *    processing date.
           05  PG-EFFECTIVE-DATE       PIC 9(8).
