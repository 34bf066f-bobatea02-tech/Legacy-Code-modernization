      *****************************************************************
      * ACCT-AUDIT-REC - Layout of the append-only account master
      * audit trail, one record per status change: ACCOUNT-MAINT
      * writes its applied maintenance under the keying user, and
      * DORMANCY-SWEEP writes each account it marks dormant under
      * its own id (action D), so "who reactivated this account and
      * when" can always be answered. The images carry the account
      * currency, so a currency change is on the trail as well.
      *****************************************************************
       01  ACCT-AUDIT-RECORD.
           05  AA-AUDIT-DATE           PIC 9(8).
           05  AA-AUDIT-TIME           PIC 9(6).
           05  AA-USER-ID              PIC X(8).
           05  AA-ACTION-CODE          PIC X.
           05  AA-ACCOUNT-KEY.
               10  AA-CUSTOMER-ID      PIC 9(8).
               10  AA-ACCOUNT-NUMBER   PIC 9(4).
           05  AA-BEFORE-IMAGE.
               10  AA-BEFORE-STATUS    PIC X.
               10  AA-BEFORE-LAST-ACTIVITY PIC 9(8).
               10  AA-BEFORE-DORMANT-DATE PIC 9(8).
               10  AA-BEFORE-CURRENCY  PIC X(3).
           05  AA-AFTER-IMAGE.
               10  AA-AFTER-STATUS     PIC X.
               10  AA-AFTER-LAST-ACTIVITY PIC 9(8).
               10  AA-AFTER-DORMANT-DATE PIC 9(8).
               10  AA-AFTER-CURRENCY   PIC X(3).
           05  AA-VERSION              PIC X(10).
