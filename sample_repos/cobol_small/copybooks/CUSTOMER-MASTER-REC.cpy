      *****************************************************************
      * CUSTOMER-MASTER-REC - Layout of the indexed customer master
      * file, keyed by customer id. The know-your-customer fields
      * carry the date of the last compliance review, the date the
      * next one falls due and the risk rating it settled on; a zero
      * next-review date means no review has been scheduled.
      * The blocked categories are the merchant category codes the
      * customer has asked never to be paid from the account -
      * betting, crypto exchanges and the like; spaces are unused
      * slots.
      *****************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-ID          PIC 9(8).
               88  CM-TIER-STANDARD    VALUE 'S'.
               88  CM-TIER-VIP         VALUE 'V'.
           05  CM-CUSTOMER-NAME        PIC X(30).
           05  CM-KYC-LAST-REVIEW-DATE PIC 9(8).
           05  CM-KYC-NEXT-REVIEW-DATE PIC 9(8).
           05  CM-KYC-RISK-RATING      PIC X.
               88  CM-KYC-RISK-LOW     VALUE 'L'.
               88  CM-KYC-RISK-MEDIUM  VALUE 'M'.
               88  CM-KYC-RISK-HIGH    VALUE 'H'.
           05  CM-BLOCKED-CATEGORIES.
               10  CM-BLOCKED-CATEGORY PIC X(4) OCCURS 10 TIMES.
