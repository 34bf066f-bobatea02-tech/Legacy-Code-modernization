      *****************************************************************
      * FEE-TAX-PARM-REC - Layout of the fee tax rate parameter file
      * (TAXPARM), maintained through PARM-MAINT like the other
      * parameter files: one effective-dated record per currency
      * whose processing fee attracts VAT or sales tax, carrying the
      * rate charged on the fee. PAYMENT loads the version in force
      * for the processing date; a currency with no record, or whose
      * newest version carries a zero rate, charges no tax on its
      * fees.
      *****************************************************************
       01  FEE-TAX-PARM-RECORD.
           05  FT-CURRENCY-CODE        PIC X(3).
           05  FT-TAX-RATE             PIC 9V9999.
           05  FT-EFFECTIVE-DATE       PIC 9(8).
