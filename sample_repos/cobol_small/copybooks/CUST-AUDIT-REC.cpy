               10  CA-BEFORE-STATUS    PIC X.
               10  CA-BEFORE-TIER      PIC X.
               10  CA-BEFORE-NAME      PIC X(30).
               10  CA-BEFORE-KYC-LAST  PIC 9(8).
               10  CA-BEFORE-KYC-NEXT  PIC 9(8).
               10  CA-BEFORE-KYC-RISK  PIC X.
           05  CA-AFTER-IMAGE.
               10  CA-AFTER-STATUS     PIC X.
               10  CA-AFTER-TIER       PIC X.
               10  CA-AFTER-NAME       PIC X(30).
               10  CA-AFTER-KYC-LAST   PIC 9(8).
               10  CA-AFTER-KYC-NEXT   PIC 9(8).
               10  CA-AFTER-KYC-RISK   PIC X.
      *    The merchant category code a block or unblock applied.
           05  CA-CATEGORY-CODE        PIC X(4).
           05  CA-VERSION              PIC X(10).
