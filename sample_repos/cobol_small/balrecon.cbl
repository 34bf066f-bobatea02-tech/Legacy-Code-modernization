      * file's amount (the day's true first and last, wherever
      * they sit in the concatenation), and the ledger's
      * transaction-sourced movements must net to zero against the
      * cycle's posted TRANLOG debits, taken in each account's
      * own currency. Any drift goes on the break report the way
      * SETTLE-RECON reports settlement breaks, and the step ends
      * RC=4 so finance signs the day off with numbers instead of
      * trust. Accounts with no movement today reconcile trivially
      * and are not listed.
      *****************************************************************

       ENVIRONMENT DIVISION.
               PERFORM FIND-ACCOUNT-ENTRY
               IF WS-ACCT-FOUND-IDX > ZERO
      *            The ledger carries postings as negative balance
      *            deltas, so adding the posted debit nets a
      *            matched pair to zero. The debit is in the
      *            account's own currency; a record from before the
      *            debit was carried debited its total amount.
                   IF TL-DEBIT-CURRENCY = SPACES
                       ADD TL-TOTAL-AMOUNT TO
                           WS-AT-TRANLOG-SUM (WS-ACCT-FOUND-IDX)
                   ELSE
                       ADD TL-DEBIT-AMOUNT TO
                           WS-AT-TRANLOG-SUM (WS-ACCT-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TRANSACTION-LOG-RECORD.
