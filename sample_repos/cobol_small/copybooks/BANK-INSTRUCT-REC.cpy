      * count, the hash total of the absolute amounts and the net
      * value, in the spirit of BATCH-EDIT's transmission controls.
      * Details are told apart by their leading transaction-id
      * digit. Each detail carries the value date the network is
      * to settle it on - the run date, or the network's next
      * business day when its currency's network is closed on it.
      *****************************************************************
       01  BANK-INSTRUCT-RECORD.
           05  BI-TRANSACTION-ID       PIC 9(10).
           05  BI-MERCHANT-ID          PIC 9(8).
           05  BI-AMOUNT               PIC S9(9)V99.
           05  BI-CURRENCY-CODE        PIC X(3).
           05  BI-VALUE-DATE           PIC 9(8).

       01  BANK-INSTRUCT-HEADER.
           05  BIH-RECORD-TYPE         PIC X.
               88  BIH-IS-HEADER       VALUE 'H'.
           05  BIH-PAYMENT-METHOD      PIC X.
           05  BIH-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(38).

       01  BANK-INSTRUCT-TRAILER.
           05  BIT-RECORD-TYPE         PIC X.
           05  BIT-RECORD-COUNT        PIC 9(7).
           05  BIT-HASH-TOTAL          PIC 9(13)V99.
           05  BIT-NET-TOTAL           PIC S9(11)V99.
           05  FILLER                  PIC X(12).
