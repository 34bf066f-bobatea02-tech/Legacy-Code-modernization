      *****************************************************************
      * CUSTOMER-NOTICE-REC - Layout of the adverse-outcome customer
      * notice extract written by CUSTOMER-NOTICE, one record per
      * payment the customer will not see go through the way they
      * asked: rejected by validation or the funds check, held for
      * review, declined or refused on review, or returned by the
      * bank. Consumed by the notification vendor alongside the
      * posted-payment NOTIFY extract, so a customer hears about bad
      * news as well as good.
      *****************************************************************
       01  CUSTOMER-NOTICE-RECORD.
           05  CN-NOTICE-DATE          PIC 9(8).
           05  CN-OUTCOME-TYPE         PIC X.
               88  CN-OUTCOME-REJECTED VALUE 'R'.
               88  CN-OUTCOME-HELD     VALUE 'H'.
               88  CN-OUTCOME-DECLINED VALUE 'D'.
               88  CN-OUTCOME-REFUSED  VALUE 'A'.
               88  CN-OUTCOME-RETURNED VALUE 'B'.
           05  CN-CUSTOMER-ID          PIC 9(8).
           05  CN-ACCOUNT-NUMBER       PIC 9(4).
           05  CN-PAYMENT-AMOUNT       PIC 9(7)V99.
           05  CN-CURRENCY-CODE        PIC X(3).
           05  CN-MERCHANT-ID          PIC 9(8).
      *    V0xx/F001 reject code, H00x hold class, the reviewer's
      *    disposition code, or the bank's return reason, with the
      *    plain-language text the vendor prints.
           05  CN-REASON-CODE          PIC X(4).
           05  CN-REASON-TEXT          PIC X(40).
           05  CN-CHANNEL-ID           PIC X(8).
           05  CN-CHANNEL-REF          PIC X(16).
      *    The transaction id when there is one - the original a
      *    bank return unwinds; zero for anything that never posted.
           05  CN-TRANSACTION-ID       PIC 9(10).
           05  CN-VERSION              PIC X(10).
