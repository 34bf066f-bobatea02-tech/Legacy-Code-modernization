      *****************************************************************
      * BALANCE-RECENT-REC - Layout of the indexed recent-movement
      * file (BALRCNT) read online by BALINQ: the newest ten balance
      * ledger movements per account, keyed by customer id, account
      * number and a sequence that runs from 01 (newest) to 10, so
      * the call center can see what moved an account's balance
      * without the ledger itself, which is sequential and split
      * across the partition datasets. Rebuilt at end of cycle by
      * BALANCE-RECENT from the day's ledgers and its own previous
      * contents, so it is as current as the last reconciliation.
      *****************************************************************
       01  BALANCE-RECENT-RECORD.
           05  BM-RECENT-KEY.
               10  BM-CUSTOMER-ID      PIC 9(8).
               10  BM-ACCOUNT-NUMBER   PIC 9(4).
               10  BM-MOVE-SEQUENCE    PIC 9(2).
           05  BM-MOVE-DATE            PIC 9(8).
           05  BM-MOVE-TIME            PIC 9(6).
           05  BM-TRANSACTION-ID       PIC 9(10).
           05  BM-MOVE-SOURCE          PIC X.
           05  BM-SIGNED-CHANGE        PIC S9(9)V99.
           05  BM-BALANCE-AFTER        PIC S9(9)V99.
