      *****************************************************************
      * LARGE-VALUE-FILED-REC - Layout of the indexed filed-reports
      * history kept by LARGE-VALUE-REPORT, one record per filing,
      * keyed by business date, customer id and filing sequence.
      * Sequence 1 is the original filing; each later sequence is a
      * corrected resubmission or a withdrawal of that same
      * customer-day, so the history shows every figure ever filed
      * and when. A rerun that reaches the total already filed adds
      * nothing.
      *****************************************************************
       01  LARGE-VALUE-FILED-RECORD.
           05  LF-FILING-KEY.
               10  LF-BUSINESS-DATE    PIC 9(8).
               10  LF-CUSTOMER-ID      PIC 9(8).
               10  LF-FILING-SEQ       PIC 9(3).
           05  LF-FILING-TYPE          PIC X.
               88  LF-FILING-ORIGINAL   VALUE 'O'.
               88  LF-FILING-CORRECTION VALUE 'C'.
               88  LF-FILING-WITHDRAWAL VALUE 'W'.
           05  LF-REPORTED-TOTAL       PIC S9(11)V99.
           05  LF-ITEM-COUNT           PIC 9(5).
           05  LF-THRESHOLD            PIC 9(9)V99.
           05  LF-FILED-DATE           PIC 9(8).
           05  LF-FILED-TIME           PIC 9(6).
           05  LF-VERSION              PIC X(10).
