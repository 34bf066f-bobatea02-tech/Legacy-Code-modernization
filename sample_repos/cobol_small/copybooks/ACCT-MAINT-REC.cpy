      *****************************************************************
      * ACCT-MAINT-REC - Layout of the sequential account maintenance
      * transaction file applied to ACCTMAST by ACCOUNT-MAINT. A
      * reactivation returns a dormant account to active status, so
      * a long-silent account only starts paying again on a keyed,
      * audited instruction. A close shuts the account once
      * CLOSURE-CHECK finds nothing still hanging off it. A currency
      * change (action Y) sets the account's own currency, the one
      * its debits are taken in. An open (action A) adds a new
      * account under a customer already on CUSTMAST, with its name
      * and, when given, its currency.
      *****************************************************************
       01  ACCT-MAINT-RECORD.
           05  AU-ACTION-CODE          PIC X.
               88  AU-ACTION-OPEN      VALUE 'A'.
               88  AU-ACTION-REACTIVATE VALUE 'R'.
               88  AU-ACTION-CLOSE     VALUE 'X'.
               88  AU-ACTION-CURRENCY  VALUE 'Y'.
           05  AU-ACCOUNT-KEY.
               10  AU-CUSTOMER-ID      PIC 9(8).
               10  AU-ACCOUNT-NUMBER   PIC 9(4).
           05  AU-USER-ID              PIC X(8).
      *    New account currency - currency changes and opens.
           05  AU-NEW-CURRENCY         PIC X(3).
      *    Account name - opens only.
           05  AU-ACCOUNT-NAME         PIC X(20).
