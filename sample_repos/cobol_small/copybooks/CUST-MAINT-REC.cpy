      * transaction file applied to CUSTMAST by CUSTOMER-MAINT, so
      * customer adds, changes, closes and tier changes go through a
      * controlled batch program instead of hand-edits of the dataset.
      * A KYC transaction records a completed compliance review - the
      * review date, the date the next one falls due and the rating;
      * an add may carry the same three fields for a new customer.
      * A block or unblock transaction adds the merchant category
      * code it carries to the customer's blocked categories or
      * takes it off again.
      *****************************************************************
       01  CUST-MAINT-RECORD.
           05  CU-ACTION-CODE          PIC X.
               88  CU-ACTION-CHANGE    VALUE 'C'.
               88  CU-ACTION-CLOSE     VALUE 'X'.
               88  CU-ACTION-TIER      VALUE 'T'.
               88  CU-ACTION-KYC       VALUE 'K'.
               88  CU-ACTION-BLOCK     VALUE 'B'.
               88  CU-ACTION-UNBLOCK   VALUE 'U'.
           05  CU-CUSTOMER-ID          PIC 9(8).
           05  CU-CUSTOMER-STATUS      PIC X.
           05  CU-CUSTOMER-TIER        PIC X.
           05  CU-CUSTOMER-NAME        PIC X(30).
           05  CU-USER-ID              PIC X(8).
           05  CU-KYC-DATA.
               10  CU-KYC-LAST-REVIEW-DATE PIC 9(8).
               10  CU-KYC-NEXT-REVIEW-DATE PIC 9(8).
               10  CU-KYC-RISK-RATING  PIC X.
                   88  CU-KYC-RISK-VALID VALUE 'L' 'M' 'H'.
           05  CU-CATEGORY-CODE        PIC X(4).
