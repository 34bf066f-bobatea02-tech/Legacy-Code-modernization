      *****************************************************************
      * SERVICE-CHARGE-PARM-REC - Layout of the account service
      * charge schedule (SVCPARM), maintained through PARM-MAINT like
      * the other parameter files and read by SERVICE-CHARGE-GEN at
      * month end. Every record is effective-dated; per key the
      * newest version dated on or before the run date is in force.
      * Record type M is the monthly maintenance charge for a
      * customer tier (S or V) in one currency, O the overdraft
      * usage charge for an account overdrawn at month end in one
      * currency (tier space). A zero amount stops the charge from
      * its effective date. Type W waives a customer's charges
      * (tier and currency spaces): scope A waives both, M the
      * maintenance charge only, O the overdraft charge only, and X
      * withdraws the waiver. A charge is an ordinary payment by the
      * time MAIN-PROGRAM sees it, so price it inside the currency's
      * VALPARM payment limits.
      *****************************************************************
       01  SERVICE-CHARGE-PARM-RECORD.
           05  SC-PARM-KEY.
               10  SC-RECORD-TYPE      PIC X.
                   88  SC-TYPE-MAINTENANCE VALUE 'M'.
                   88  SC-TYPE-OVERDRAFT   VALUE 'O'.
                   88  SC-TYPE-WAIVER      VALUE 'W'.
               10  SC-TIER             PIC X.
               10  SC-CURRENCY-CODE    PIC X(3).
               10  SC-CUSTOMER-ID      PIC 9(8).
           05  SC-CHARGE-AMOUNT        PIC 9(5)V99.
           05  SC-WAIVER-SCOPE         PIC X.
               88  SC-WAIVE-ALL        VALUE 'A'.
               88  SC-WAIVE-MAINTENANCE VALUE 'M'.
               88  SC-WAIVE-OVERDRAFT  VALUE 'O'.
               88  SC-WAIVER-WITHDRAWN VALUE 'X'.
           05  SC-EFFECTIVE-DATE       PIC 9(8).
