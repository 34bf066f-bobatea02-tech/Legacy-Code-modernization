           05  MU-AFTER-FEE-BEARER     PIC X.
           05  MU-AFTER-BANK-ROUTING   PIC 9(9).
           05  MU-AFTER-BANK-ACCOUNT   PIC X(17).
           05  MU-BEFORE-CATEGORY      PIC X(4).
           05  MU-AFTER-CATEGORY       PIC X(4).
           05  MU-VERSION              PIC X(10).
