               10  CK-CT-COUNT          PIC 9(7).
               10  CK-CT-BASE-AMOUNT    PIC S9(9)V99.
               10  CK-CT-FEES           PIC S9(7)V99.
               10  CK-CT-FEE-TAX        PIC S9(7)V99.
      *    FX margin earned so far per account currency, so a
      *    restart resumes the FX MARGIN REVENUE GL line too.
           05  CK-FX-MARGIN-TOTALS OCCURS 10 TIMES.
               10  CK-FM-CURRENCY       PIC X(3).
               10  CK-FM-AMOUNT         PIC S9(9)V99.
      *    Service charges taken so far per currency, so a restart
      *    resumes the SERVICE CHARGE REVENUE GL line too.
           05  CK-SERVICE-CHARGE-TOTALS OCCURS 10 TIMES.
               10  CK-SC-CURRENCY       PIC X(3).
               10  CK-SC-COUNT          PIC 9(7).
               10  CK-SC-AMOUNT         PIC S9(9)V99.
