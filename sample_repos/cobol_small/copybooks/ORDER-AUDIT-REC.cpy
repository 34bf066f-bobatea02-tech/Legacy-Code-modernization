      *****************************************************************
      * ORDER-AUDIT-REC - Layout of the append-only standing-order
      * audit trail written by STANDING-ORDER-MAINT, one record per
      * applied add, change or cancel, with the order's details
      * before and after the change. The before image is spaces on
      * an add.
      *****************************************************************
       01  ORDER-AUDIT-RECORD.
           05  OA-AUDIT-DATE           PIC 9(8).
           05  OA-AUDIT-TIME           PIC 9(6).
           05  OA-USER-ID              PIC X(8).
           05  OA-ACTION-CODE          PIC X.
           05  OA-ORDER-ID             PIC 9(8).
           05  OA-BEFORE-IMAGE.
               10  OA-BEFORE-CUSTOMER-ID PIC 9(8).
               10  OA-BEFORE-ACCOUNT-NUMBER PIC 9(4).
               10  OA-BEFORE-AMOUNT    PIC 9(7)V99.
               10  OA-BEFORE-CURRENCY  PIC X(3).
               10  OA-BEFORE-MERCHANT-ID PIC 9(8).
               10  OA-BEFORE-METHOD    PIC X.
               10  OA-BEFORE-FREQUENCY PIC X.
               10  OA-BEFORE-NEXT-DUE  PIC 9(8).
               10  OA-BEFORE-END-DATE  PIC 9(8).
               10  OA-BEFORE-STATUS    PIC X.
           05  OA-AFTER-IMAGE.
               10  OA-AFTER-CUSTOMER-ID PIC 9(8).
               10  OA-AFTER-ACCOUNT-NUMBER PIC 9(4).
               10  OA-AFTER-AMOUNT     PIC 9(7)V99.
               10  OA-AFTER-CURRENCY   PIC X(3).
               10  OA-AFTER-MERCHANT-ID PIC 9(8).
               10  OA-AFTER-METHOD     PIC X.
               10  OA-AFTER-FREQUENCY  PIC X.
               10  OA-AFTER-NEXT-DUE   PIC 9(8).
               10  OA-AFTER-END-DATE   PIC 9(8).
               10  OA-AFTER-STATUS     PIC X.
           05  OA-VERSION              PIC X(10).
