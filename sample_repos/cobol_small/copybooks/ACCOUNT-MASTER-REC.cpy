      * customer against CUSTMAST. Account 0000 is the customer's
      * original account, assigned by the conversion job for
      * customers that predate the account dimension.
      * An account with no posting for the DORMPARM number of months
      * is marked dormant by DORMANCY-SWEEP: VALIDATION refuses
      * payments against it until ACCOUNT-MAINT reactivates it. The
      * last-activity date is the latest posting the sweep found (or
      * the reactivation date, which restarts the clock); the sweep
      * stamps the run date on an account it has never seen post,
      * so a new account is not dormant on its first sweep.
      * The account currency is the currency the account is held
      * and funded in: a payment in any other currency is debited
      * to it converted at the day's FXRATES cross rate plus the
      * FXMPARM margin (ACCTFX). Spaces - accounts set up before
      * the currency was carried - debit every payment as it
      * stands, unconverted, until ACCOUNT-MAINT sets one.
      * The last-maintenance date is the run date of the latest
      * change ACCOUNT-MAINT applied to the account; SCREENING holds
      * a first payment to a new payee made soon after it. Zero
      * means never maintained.
      *****************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-KEY.
           05  AM-ACCOUNT-STATUS       PIC X.
               88  AM-STATUS-ACTIVE    VALUE 'A'.
               88  AM-STATUS-CLOSED    VALUE 'C'.
               88  AM-STATUS-DORMANT   VALUE 'D'.
           05  AM-ACCOUNT-NAME         PIC X(20).
           05  AM-LAST-ACTIVITY-DATE   PIC 9(8).
           05  AM-DORMANT-DATE         PIC 9(8).
           05  AM-CURRENCY-CODE        PIC X(3).
           05  AM-LAST-MAINT-DATE      PIC 9(8).
