      *****************************************************************
      * FIRST-PAYEE-LOG-REC - Layout of the append-only first-payee
      * hold log kept alongside the compliance log. SCREENING writes
      * a record for every first payment to a new payee it holds,
      * and HELD-REVIEW writes the release/decline disposition of
      * each such item, so fraud operations can measure the rule.
      * The rule is A for a first payment above the VALPARM 'P'
      * amount, M for one made within the 'P' number of days of the
      * account's last maintenance change; it is space on a
      * disposition.
      *****************************************************************
       01  FIRST-PAYEE-LOG-RECORD.
           05  FP-LOG-DATE             PIC 9(8).
           05  FP-LOG-TIME             PIC 9(6).
           05  FP-CUSTOMER-ID          PIC 9(8).
           05  FP-ACCOUNT-NUMBER       PIC 9(4).
           05  FP-MERCHANT-ID          PIC 9(8).
           05  FP-PAYMENT-AMOUNT       PIC 9(7)V99.
           05  FP-CURRENCY-CODE        PIC X(3).
           05  FP-RULE                 PIC X.
               88  FP-RULE-AMOUNT      VALUE 'A'.
               88  FP-RULE-MAINTENANCE VALUE 'M'.
           05  FP-LAST-MAINT-DATE      PIC 9(8).
           05  FP-DISPOSITION          PIC X(8).
           05  FP-VERSION              PIC X(10).
