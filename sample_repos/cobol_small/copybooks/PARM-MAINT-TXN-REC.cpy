               88  PX-TARGET-VELPARM   VALUE 'L'.
               88  PX-TARGET-DUPPARM   VALUE 'D'.
               88  PX-TARGET-CUTPARM   VALUE 'T'.
               88  PX-TARGET-PRICAGR   VALUE 'P'.
               88  PX-TARGET-TAXPARM   VALUE 'X'.
               88  PX-TARGET-SVCPARM   VALUE 'S'.
           05  PX-USER-ID              PIC X(8).
           05  PX-EFFECTIVE-DATE       PIC 9(8).
           05  PX-PARM-DATA            PIC X(31).
               10  PX-VAL-APPR-CURR    PIC X(3).
               10  PX-VAL-APPR-THRESH  PIC 9(7)V99.
               10  FILLER              PIC X(18).
           05  PX-VAL-RPT-VIEW REDEFINES PX-PARM-DATA.
               10  FILLER              PIC X.
               10  PX-VAL-RPT-THRESH   PIC 9(9)V99.
               10  FILLER              PIC X(19).
           05  PX-VAL-KYC-VIEW REDEFINES PX-PARM-DATA.
               10  FILLER              PIC X.
               10  PX-VAL-KYC-GRACE    PIC 9(3).
               10  FILLER              PIC X(27).
           05  PX-VAL-PAYEE-VIEW REDEFINES PX-PARM-DATA.
               10  FILLER              PIC X.
               10  PX-VAL-PAYEE-AMOUNT PIC 9(9)V99.
               10  PX-VAL-PAYEE-DAYS   PIC 9(3).
               10  FILLER              PIC X(16).
           05  PX-FEE-VIEW REDEFINES PX-PARM-DATA.
               10  PX-FEE-CURRENCY     PIC X(3).
               10  PX-FEE-METHOD       PIC X.
               10  PX-CUT-METHOD       PIC X.
               10  PX-CUT-TIME         PIC 9(4).
               10  FILLER              PIC X(26).
           05  PX-PRC-VIEW REDEFINES PX-PARM-DATA.
               10  PX-PRC-AGREEMENT-ID PIC X(6).
               10  PX-PRC-PARTY-TYPE   PIC X.
               10  PX-PRC-PARTY-ID     PIC 9(8).
               10  PX-PRC-CURRENCY     PIC X(3).
               10  PX-PRC-METHOD       PIC X.
               10  PX-PRC-PRICING-TYPE PIC X.
               10  PX-PRC-RATE         PIC 9V9999.
               10  PX-PRC-FEE-CAP      PIC 9(4)V99.
           05  PX-TAX-VIEW REDEFINES PX-PARM-DATA.
               10  PX-TAX-CURRENCY     PIC X(3).
               10  PX-TAX-RATE         PIC 9V9999.
               10  FILLER              PIC X(23).
           05  PX-SVC-VIEW REDEFINES PX-PARM-DATA.
               10  PX-SVC-RECORD-TYPE  PIC X.
               10  PX-SVC-TIER         PIC X.
               10  PX-SVC-CURRENCY     PIC X(3).
               10  PX-SVC-CUSTOMER-ID  PIC 9(8).
               10  PX-SVC-AMOUNT       PIC 9(5)V99.
               10  PX-SVC-WAIVER-SCOPE PIC X.
               10  FILLER              PIC X(10).
