      *****************************************************************
      * LARGE-VALUE-RPT-REC - Layout of the large-value regulatory
      * report extract written by LARGE-VALUE-REPORT for compliance
      * to file. Each reportable customer gets one 'S' summary
      * record - the business day's postings across every currency,
      * method and channel, aggregated in base currency (USD) with
      * reversals netted off - followed by one 'D' record per
      * contributing transaction. A resubmission carries the next
      * filing sequence for the customer and day, and names the
      * original filing and the total last reported, so the
      * regulator can match a correction or a withdrawal to what it
      * replaces.
      *****************************************************************
       01  LARGE-VALUE-REPORT-RECORD.
           05  LV-RECORD-TYPE          PIC X.
               88  LV-REC-SUMMARY      VALUE 'S'.
               88  LV-REC-DETAIL       VALUE 'D'.
           05  LV-BUSINESS-DATE        PIC 9(8).
           05  LV-CUSTOMER-ID          PIC 9(8).
           05  LV-FILING-SEQ           PIC 9(3).
           05  LV-REPORT-DATA          PIC X(90).
           05  LV-SUMMARY-DATA REDEFINES LV-REPORT-DATA.
      *        O first filing for the customer and day, C corrected
      *        total, W no longer over the threshold - withdrawn.
               10  LV-FILING-TYPE      PIC X.
                   88  LV-FILING-ORIGINAL   VALUE 'O'.
                   88  LV-FILING-CORRECTION VALUE 'C'.
                   88  LV-FILING-WITHDRAWAL VALUE 'W'.
               10  LV-CUSTOMER-NAME    PIC X(30).
               10  LV-CUSTOMER-TIER    PIC X.
               10  LV-TOTAL-BASE-EQUIV PIC S9(11)V99.
               10  LV-ITEM-COUNT       PIC 9(5).
               10  LV-THRESHOLD        PIC 9(9)V99.
      *        Zero on an original filing.
               10  LV-ORIGINAL-FILED-DATE PIC 9(8).
               10  LV-PREVIOUS-TOTAL   PIC S9(11)V99.
               10  FILLER              PIC X(8).
           05  LV-DETAIL-DATA REDEFINES LV-REPORT-DATA.
               10  LV-TRANSACTION-ID   PIC 9(10).
               10  LV-TRANSACTION-TYPE PIC X.
               10  LV-ORIGINAL-TRANS-ID PIC 9(10).
               10  LV-POSTING-TIME     PIC 9(6).
               10  LV-ACCOUNT-NUMBER   PIC 9(4).
               10  LV-CURRENCY-CODE    PIC X(3).
               10  LV-TOTAL-AMOUNT     PIC S9(7)V99.
               10  LV-BASE-EQUIV-AMOUNT PIC S9(9)V99.
               10  LV-PAYMENT-METHOD   PIC X.
               10  LV-CHANNEL-ID       PIC X(8).
               10  FILLER              PIC X(27).
           05  LV-VERSION              PIC X(10).
