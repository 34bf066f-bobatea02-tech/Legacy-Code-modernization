      *****************************************************************
      * RECALL-REQUEST-REC - Layout of the online recall request
      * file. PAYRECALL writes one record per recall it accepts (via
      * the ORCL extrapartition transient data queue, which the
      * region maps to this dataset) before marking the original on
      * TRANLOG, and CAPTURE-MERGE turns each into a reversal of the
      * original for that night's cycle. If the mark then fails the
      * request is already queued; PAYMENT declines its reversal
      * as unmatched and the original stays posted. The request
      * carries what the reversal needs from the original, so the
      * merge never has to read the log.
      *****************************************************************
       01  RECALL-REQUEST-RECORD.
           05  RR-TRANSACTION-ID       PIC 9(10).
           05  RR-CUSTOMER-ID          PIC 9(8).
           05  RR-ACCOUNT-NUMBER       PIC 9(4).
           05  RR-BASE-AMOUNT          PIC 9(7)V99.
           05  RR-CURRENCY-CODE        PIC X(3).
           05  RR-MERCHANT-ID          PIC 9(8).
           05  RR-PAYMENT-METHOD       PIC X.
      *    The original's posting date - the business date from
      *    BUSDATE it was posted under.
           05  RR-POSTING-DATE         PIC 9(8).
      *    When the operator recalled it - the region's calendar
      *    date and time, for the audit trail only; it can differ
      *    from the business date after the nightly date advance.
           05  RR-RECALL-DATE          PIC 9(8).
           05  RR-RECALL-TIME          PIC 9(6).
           05  RR-TERMINAL-ID          PIC X(4).
      *    Signed-on operator who recalled the payment, from the
      *    operator profile check at attach.
           05  RR-OPERATOR-ID          PIC X(8).
