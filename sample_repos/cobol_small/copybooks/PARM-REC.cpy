      * payment limits, and one 'A' record per currency carries the
      * dual-authorization approval threshold above which
      * MAIN-PROGRAM queues a cleared payment for a second officer's
      * sign-off instead of posting it straight through. One 'R'
      * record carries the base-currency (USD) large-value reporting
      * threshold: a customer whose postings for the business day add
      * up past it is filed on LARGE-VALUE-REPORT's regulatory report.
      * One 'K' record carries the number of days past a customer's
      * know-your-customer next-review date that VALIDATION lets
      * payments through before holding them for compliance.
      * One 'P' record carries SCREENING's first-payee rule: a first
      * payment from a customer to a merchant above the amount, or
      * made within the number of days of the account's last
      * maintenance change, is held for review (zero days turns the
      * maintenance test off).
      *****************************************************************
       01  PARM-RECORD.
           05  PM-RECORD-TYPE          PIC X.
               88  PM-TYPE-CUST-RANGE  VALUE 'C'.
               88  PM-TYPE-CURRENCY    VALUE 'X'.
               88  PM-TYPE-APPROVAL    VALUE 'A'.
               88  PM-TYPE-REPORTING   VALUE 'R'.
               88  PM-TYPE-KYC-GRACE   VALUE 'K'.
               88  PM-TYPE-FIRST-PAYEE VALUE 'P'.
           05  PM-CUST-RANGE-DATA.
               10  PM-MIN-CUSTOMER-ID  PIC 9(8).
               10  PM-MAX-CUSTOMER-ID  PIC 9(8).
               10  PM-APPR-CURR-CODE   PIC X(3).
               10  PM-APPR-THRESHOLD   PIC 9(7)V99.
               10  FILLER              PIC X(9).
           05  PM-REPORTING-DATA REDEFINES PM-CUST-RANGE-DATA.
               10  PM-RPT-THRESHOLD    PIC 9(9)V99.
               10  FILLER              PIC X(10).
           05  PM-KYC-DATA REDEFINES PM-CUST-RANGE-DATA.
               10  PM-KYC-GRACE-DAYS   PIC 9(3).
               10  FILLER              PIC X(18).
           05  PM-PAYEE-DATA REDEFINES PM-CUST-RANGE-DATA.
               10  PM-PAYEE-AMOUNT     PIC 9(9)V99.
               10  PM-PAYEE-MAINT-DAYS PIC 9(3).
               10  FILLER              PIC X(7).
      *    The date this version of the record takes effect; the
      *    loaders pick the newest version dated on or before the
      *    processing date. Zero means effective always.
