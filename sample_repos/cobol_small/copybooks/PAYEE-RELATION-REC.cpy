      *****************************************************************
      * PAYEE-RELATION-REC - Layout of the indexed customer/merchant
      * relationship file keyed by customer id plus merchant id, one
      * record for every merchant a customer has ever paid. PAYEE-
      * BUILD loads it from the posted TRANLOG and TRANARCH history,
      * PAYMENT adds to it as payments post and BACKOUT unwinds the
      * postings it backs out. SCREENING treats a payment with no
      * record as the customer's first payment to that payee.
      *****************************************************************
       01  PAYEE-RELATION-RECORD.
           05  PR-RELATION-KEY.
               10  PR-CUSTOMER-ID      PIC 9(8).
               10  PR-MERCHANT-ID      PIC 9(8).
      *    The posting that opened the relationship - a back-out of
      *    that posting removes the relationship again.
           05  PR-FIRST-TRANS-ID       PIC 9(10).
           05  PR-FIRST-PAID-DATE      PIC 9(8).
           05  PR-LAST-PAID-DATE       PIC 9(8).
           05  PR-PAYMENT-COUNT        PIC 9(7).
