      *****************************************************************
      * CORE-EXTRACT-REC - Layouts of the daily customer and account
      * extract sent by the core banking system (COREXTR) and read by
      * CORE-SYNC. One header names the sending system and the date
      * the extract was taken; then each customer record is followed
      * by the records of its accounts, in customer and account
      * number order; one trailer declares the count of customer and
      * account records and the hash total of the customer ids they
      * carry, so a truncated or doubled extract is refused before
      * anything is generated from it. Status is A active or C closed
      * on both customer and account records. Every record is 80
      * bytes and told apart by its leading record type.
      *****************************************************************
       01  CORE-EXTRACT-RECORD.
           05  CE-RECORD-TYPE          PIC X.
               88  CE-IS-HEADER        VALUE 'H'.
               88  CE-IS-CUSTOMER      VALUE 'C'.
               88  CE-IS-ACCOUNT       VALUE 'A'.
               88  CE-IS-TRAILER       VALUE 'T'.
           05  FILLER                  PIC X(79).

       01  CORE-HEADER-RECORD.
           05  FILLER                  PIC X.
           05  CEH-SOURCE-ID           PIC X(8).
           05  CEH-EXTRACT-DATE        PIC 9(8).
           05  FILLER                  PIC X(63).

       01  CORE-CUSTOMER-RECORD.
           05  FILLER                  PIC X.
           05  CEC-CUSTOMER-ID         PIC 9(8).
           05  CEC-CUSTOMER-STATUS     PIC X.
               88  CEC-STATUS-ACTIVE   VALUE 'A'.
               88  CEC-STATUS-CLOSED   VALUE 'C'.
           05  CEC-CUSTOMER-TIER       PIC X.
               88  CEC-TIER-VALID      VALUE 'S' 'V'.
           05  CEC-CUSTOMER-NAME       PIC X(30).
           05  FILLER                  PIC X(39).

       01  CORE-ACCOUNT-RECORD.
           05  FILLER                  PIC X.
           05  CEA-ACCOUNT-KEY.
               10  CEA-CUSTOMER-ID     PIC 9(8).
               10  CEA-ACCOUNT-NUMBER  PIC 9(4).
           05  CEA-ACCOUNT-STATUS      PIC X.
               88  CEA-STATUS-ACTIVE   VALUE 'A'.
               88  CEA-STATUS-CLOSED   VALUE 'C'.
           05  CEA-ACCOUNT-NAME        PIC X(20).
           05  CEA-CURRENCY-CODE       PIC X(3).
           05  FILLER                  PIC X(43).

       01  CORE-TRAILER-RECORD.
           05  FILLER                  PIC X.
           05  CET-RECORD-COUNT        PIC 9(7).
           05  CET-HASH-TOTAL          PIC 9(15).
           05  FILLER                  PIC X(57).
