      *****************************************************************
      * CHANNEL-STATS-REC - Layout of the keyed channel scorecard
      * history (CHANSTAT) CHANNEL-SCORECARD keeps, so month-to-date
      * figures and the straight-through trend can be rebuilt from
      * the daily figures without rereading a month of extracts. For
      * every business date and channel there is one totals record
      * (figure type T) carrying the day's counts and base-equivalent
      * value posted, plus one record per reject code (type R) and
      * per hold reason (type H) seen that day carrying its count in
      * CS-CODE-COUNT. Per merchant category code posted (type C,
      * NONE for house items and uncategorised payees) the record
      * carries the items posted in CS-CODE-COUNT and their
      * base-equivalent value in CS-VALUE-POSTED. A rerun for the
      * same date replaces the date's records.
      *****************************************************************
       01  CHANNEL-STATS-RECORD.
           05  CS-STATS-KEY.
               10  CS-BUSINESS-DATE    PIC 9(8).
               10  CS-CHANNEL-ID       PIC X(8).
               10  CS-FIGURE-TYPE      PIC X.
                   88  CS-FIGURE-TOTALS    VALUE 'T'.
                   88  CS-FIGURE-REJECT    VALUE 'R'.
                   88  CS-FIGURE-HOLD      VALUE 'H'.
                   88  CS-FIGURE-CATEGORY  VALUE 'C'.
               10  CS-REASON-CODE      PIC X(4).
      *    Records received (acknowledged) from the channel, and how
      *    each ended the day: posted straight through, posted after
      *    a reject was repaired and resubmitted, posted on release
      *    from review, rejected, held, queued for approval,
      *    declined at held review, refused at approval, and posted
      *    items the bank returned.
           05  CS-COUNT-RECEIVED       PIC 9(7).
           05  CS-COUNT-STRAIGHT       PIC 9(7).
           05  CS-COUNT-REPAIRED       PIC 9(7).
           05  CS-COUNT-RELEASED       PIC 9(7).
           05  CS-COUNT-REJECTED       PIC 9(7).
           05  CS-COUNT-HELD           PIC 9(7).
           05  CS-COUNT-QUEUED         PIC 9(7).
           05  CS-COUNT-DECLINED       PIC 9(7).
           05  CS-COUNT-REFUSED        PIC 9(7).
           05  CS-COUNT-RETURNED       PIC 9(7).
           05  CS-VALUE-POSTED         PIC S9(11)V99.
           05  CS-CODE-COUNT           PIC 9(7).
           05  CS-VERSION              PIC X(10).
