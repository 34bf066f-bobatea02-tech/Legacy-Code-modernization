       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANCY-SWEEP.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Dormant account sweep - Periodic step that finds every open
      * account on the account master with no posting for the
      * DORMPARM number of months (12 by default) and marks it
      * dormant, so VALIDATION refuses payments against it until
      * ACCOUNT-MAINT reactivates it - activity on a long-silent
      * account is one of the top fraud patterns.
      * Every posted item on the master log and the archive is
      * sorted by customer and account, and the latest posting date
      * per account is merged against the account master in key
      * order. An active account whose latest posting falls before
      * the cutoff (the business date less the months) is marked
      * dormant, its before/after images appended to the account
      * audit trail under the sweep's own id, and listed on the
      * DORMRPT report. The last-activity date on the master is
      * refreshed for every open account; a reactivation date there
      * counts as activity, and an account the sweep has never seen
      * post is stamped with the business date instead of being
      * marked dormant, so a new account starts its clock rather
      * than lapsing on the first sweep. Closed accounts are left
      * alone. The run refuses to start without the business date
      * (return code 8).
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT DORMANT-PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMANT-PARM-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-TRANSACTION-ID
               FILE STATUS IS WS-TRANSACTION-LOG-STATUS.
           SELECT ARCHIVE-MASTER-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-TRANSACTION-ID
               FILE STATUS IS WS-ARCHIVE-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-AUDIT-STATUS.
           SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMANT-RPT-STATUS.
           SELECT ACTIVITY-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  DORMANT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DORMANT-PARM-REC.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  ARCHIVE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC REPLACING
               ==TRANSACTION-LOG-RECORD== BY ==ARCHIVE-LOG-RECORD==
               LEADING ==TL== BY ==AL==.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNT-MASTER-REC.

       FD  ACCT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCT-AUDIT-REC.

       FD  DORMANT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DORMANT-REPORT-LINE         PIC X(132).

      *    One record per posting; within an account the postings
      *    arrive oldest first, so the last one is the latest.
       SD  ACTIVITY-SORT-FILE.
       01  ACTIVITY-SORT-RECORD.
           05  DS-ACCOUNT-KEY.
               10  DS-CUSTOMER-ID      PIC 9(8).
               10  DS-ACCOUNT-NUMBER   PIC 9(4).
           05  DS-POSTING-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

      *    Default dormancy period, used when DORMPARM cannot be
      *    opened or carries no usable record.
       01  WS-DORMANT-MONTHS       PIC 9(3) VALUE 12.
       01  WS-SWEEP-USER-ID        PIC X(8) VALUE "DORMSWP".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW    PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-DORMANT-PARM-STATUS  PIC XX VALUE "00".
           88 DORMANT-PARM-OK      VALUE "00".
       01  WS-TRANSACTION-LOG-STATUS PIC XX VALUE "00".
           88 TRANSACTION-LOG-OK     VALUE "00".
           88 TRANSACTION-LOG-EOF    VALUE "10".
       01  WS-ARCHIVE-MASTER-STATUS PIC XX VALUE "00".
           88 ARCHIVE-MASTER-OK       VALUE "00".
           88 ARCHIVE-MASTER-EOF      VALUE "10".
       01  WS-ACCOUNT-MASTER-STATUS PIC XX VALUE "00".
           88 ACCOUNT-MASTER-OK       VALUE "00".
           88 ACCOUNT-MASTER-EOF      VALUE "10".
       01  WS-ACCT-AUDIT-STATUS    PIC XX VALUE "00".
           88 ACCT-AUDIT-OK        VALUE "00".
           88 ACCT-AUDIT-NOT-FOUND VALUE "35".
       01  WS-DORMANT-RPT-STATUS   PIC XX VALUE "00".
           88 DORMANT-RPT-OK       VALUE "00".
       01  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
           88 END-OF-SORTED-ITEMS  VALUE 'Y'.

       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR      PIC 9(4).
           05  WS-CUTOFF-MONTH     PIC 9(2).
           05  WS-CUTOFF-DAY       PIC 9(2).
       01  WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).
       01  WS-MONTH-COUNT          PIC S9(7) VALUE ZERO.
       01  WS-NEXT-MONTH-START.
           05  WS-NEXT-MONTH-YEAR  PIC 9(4).
           05  WS-NEXT-MONTH-MONTH PIC 9(2).
           05  WS-NEXT-MONTH-DAY   PIC 9(2).
       01  WS-NEXT-MONTH-START-NUM REDEFINES WS-NEXT-MONTH-START
                                   PIC 9(8).
       01  WS-MONTH-END-DATE.
           05  FILLER              PIC 9(6).
           05  WS-MONTH-END-DAY    PIC 9(2).
       01  WS-MONTH-END-DATE-NUM REDEFINES WS-MONTH-END-DATE
                                 PIC 9(8).

      *    The next account's activity out of the sort, merged
      *    against the master in key order.
       01  WS-ACTIVITY-KEY.
           05  WS-ACTIVITY-CUSTOMER-ID PIC 9(8).
           05  WS-ACTIVITY-ACCOUNT-NUMBER PIC 9(4).
       01  WS-ACTIVITY-LATEST-DATE PIC 9(8) VALUE ZERO.
       01  WS-LATEST-ACTIVITY      PIC 9(8) VALUE ZERO.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-STATUS    PIC X.
           05  WS-BEFORE-LAST-ACTIVITY PIC 9(8).
           05  WS-BEFORE-DORMANT-DATE PIC 9(8).

       01  WS-COUNT-LOG-SCANNED    PIC 9(9) VALUE ZERO.
       01  WS-COUNT-POSTINGS       PIC 9(9) VALUE ZERO.
       01  WS-COUNT-ACCOUNTS-READ  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NEWLY-DORMANT  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ALREADY-DORMANT PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CLOCK-STARTED  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CLOSED-SKIPPED PIC 9(7) VALUE ZERO.

       01  WS-DORMANT-HEADING.
           05  FILLER              PIC X(17) VALUE
               "DORMANCY SWEEP - ".
           05  DH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(22) VALUE
               " NO POSTING SINCE     ".
           05  DH-CUTOFF-DATE      PIC 9(8).
           05  FILLER              PIC X(2) VALUE " (".
           05  DH-MONTHS           PIC ZZ9.
           05  FILLER              PIC X(8) VALUE " MONTHS)".
           05  FILLER              PIC X(64) VALUE SPACES.
       01  WS-DORMANT-DETAIL.
           05  FILLER              PIC X(10) VALUE "DORMANT   ".
           05  FILLER              PIC X(9) VALUE "CUSTOMER ".
           05  DD-CUSTOMER-ID      PIC 9(8).
           05  FILLER              PIC X(6) VALUE " ACCT ".
           05  DD-ACCOUNT-NUMBER   PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  DD-ACCOUNT-NAME     PIC X(20).
           05  FILLER              PIC X(15) VALUE
               " LAST POSTING  ".
           05  DD-LAST-ACTIVITY    PIC 9(8).
           05  FILLER              PIC X(51) VALUE SPACES.
       01  WS-DORMANT-TOTAL-LINE.
           05  FILLER              PIC X(15) VALUE
               "NEWLY DORMANT: ".
           05  DT-COUNT-NEWLY      PIC 9(7).
           05  FILLER              PIC X(18) VALUE
               " ALREADY DORMANT: ".
           05  DT-COUNT-ALREADY    PIC 9(7).
           05  FILLER              PIC X(16) VALUE
               " CLOCK STARTED: ".
           05  DT-COUNT-CLOCK      PIC 9(7).
           05  FILLER              PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       SWEEP-LOGIC.
           DISPLAY "=================================".
           DISPLAY "DORMANCY SWEEP STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM READ-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-LOADED
               DISPLAY "DORMANCY SWEEP: BUSINESS DATE CONTROL FILE "
                       "UNAVAILABLE " WS-BUSINESS-DATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CW-CURRENT-DATE TO WS-RUN-DATE-NUM.

           PERFORM LOAD-DORMANT-PARM.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM OPEN-SWEEP-FILES.

           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY DS-ACCOUNT-KEY
                                DS-POSTING-DATE
               INPUT PROCEDURE IS RELEASE-ALL-POSTINGS
               OUTPUT PROCEDURE IS SWEEP-ALL-ACCOUNTS.

           PERFORM WRITE-DORMANT-TOTALS.
           PERFORM CLOSE-SWEEP-FILES.

           DISPLAY "DORMANCY SWEEP: CUTOFF DATE:       "
                   WS-CUTOFF-DATE-NUM.
           DISPLAY "DORMANCY SWEEP: LOG ITEMS SCANNED: "
                   WS-COUNT-LOG-SCANNED.
           DISPLAY "DORMANCY SWEEP: ACCOUNTS READ:     "
                   WS-COUNT-ACCOUNTS-READ.
           DISPLAY "DORMANCY SWEEP: NEWLY DORMANT:     "
                   WS-COUNT-NEWLY-DORMANT.
           DISPLAY "DORMANCY SWEEP: ALREADY DORMANT:   "
                   WS-COUNT-ALREADY-DORMANT.
           DISPLAY "DORMANCY SWEEP: CLOCK STARTED:     "
                   WS-COUNT-CLOCK-STARTED.
           DISPLAY "DORMANCY SWEEP: CLOSED SKIPPED:    "
                   WS-COUNT-CLOSED-SKIPPED.
           DISPLAY "=================================".

           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO CW-CURRENT-DATE
                       SET BUSINESS-DATE-LOADED TO TRUE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       LOAD-DORMANT-PARM.
           OPEN INPUT DORMANT-PARM-FILE.
           IF DORMANT-PARM-OK
               READ DORMANT-PARM-FILE
                   NOT AT END
                       IF DP-DORMANT-MONTHS NUMERIC
                          AND DP-DORMANT-MONTHS > ZERO
                           MOVE DP-DORMANT-MONTHS TO
                               WS-DORMANT-MONTHS
                       END-IF
               END-READ
               CLOSE DORMANT-PARM-FILE
           ELSE
               DISPLAY "DORMANCY SWEEP: PARAMETER FILE NOT "
                       "AVAILABLE - USING DEFAULTS"
           END-IF.

       COMPUTE-CUTOFF-DATE.
      *    The business date less the months, on the same day of
      *    the month - or that month's last day when it is shorter
      *    (31 March less one month is 28 or 29 February).
           COMPUTE WS-MONTH-COUNT = CW-YEAR * 12 + CW-MONTH - 1
                                  - WS-DORMANT-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH.
           ADD 1 TO WS-CUTOFF-MONTH.
           MOVE CW-DAY TO WS-CUTOFF-DAY.
           IF WS-CUTOFF-MONTH = 12
               COMPUTE WS-NEXT-MONTH-YEAR = WS-CUTOFF-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH-MONTH
           ELSE
               MOVE WS-CUTOFF-YEAR TO WS-NEXT-MONTH-YEAR
               COMPUTE WS-NEXT-MONTH-MONTH = WS-CUTOFF-MONTH + 1
           END-IF.
           MOVE 1 TO WS-NEXT-MONTH-DAY.
           COMPUTE WS-MONTH-END-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START-NUM)
                - 1).
           IF WS-CUTOFF-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-CUTOFF-DAY
           END-IF.

       OPEN-SWEEP-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "DORMANCY SWEEP: UNABLE TO OPEN ACCTMAST "
                       WS-ACCOUNT-MASTER-STATUS
               SET ACCOUNT-MASTER-EOF TO TRUE
           END-IF.
      *    The audit trail is append-only across runs - extend it,
      *    creating it on first use.
           OPEN EXTEND ACCT-AUDIT-FILE.
           IF ACCT-AUDIT-NOT-FOUND
               OPEN OUTPUT ACCT-AUDIT-FILE
           END-IF.
           OPEN OUTPUT DORMANT-REPORT-FILE.
           MOVE WS-RUN-DATE-NUM TO DH-RUN-DATE.
           MOVE WS-CUTOFF-DATE-NUM TO DH-CUTOFF-DATE.
           MOVE WS-DORMANT-MONTHS TO DH-MONTHS.
           MOVE WS-DORMANT-HEADING TO DORMANT-REPORT-LINE.
           WRITE DORMANT-REPORT-LINE.

      *****************************************************************
      * Input side - every posting on the live log and the archive.
      *****************************************************************
       RELEASE-ALL-POSTINGS.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "DORMANCY SWEEP: UNABLE TO OPEN TRANLOG "
                       WS-TRANSACTION-LOG-STATUS
           ELSE
               PERFORM READ-TRANSACTION-LOG-RECORD
               PERFORM RELEASE-ONE-POSTING
                   UNTIL TRANSACTION-LOG-EOF
               CLOSE TRANSACTION-LOG-FILE
           END-IF.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           IF NOT ARCHIVE-MASTER-OK
               DISPLAY "DORMANCY SWEEP: NO ARCHIVE FILE "
                       WS-ARCHIVE-MASTER-STATUS
                       " - LIVE LOG ONLY"
           ELSE
               PERFORM READ-ARCHIVE-RECORD
               PERFORM RELEASE-ONE-ARCHIVED
                   UNTIL ARCHIVE-MASTER-EOF
               CLOSE ARCHIVE-MASTER-FILE
           END-IF.

       READ-TRANSACTION-LOG-RECORD.
           READ TRANSACTION-LOG-FILE NEXT RECORD
               AT END
                   SET TRANSACTION-LOG-EOF TO TRUE
           END-READ.

       RELEASE-ONE-POSTING.
           PERFORM RELEASE-CURRENT-POSTING.
           PERFORM READ-TRANSACTION-LOG-RECORD.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-MASTER-FILE NEXT RECORD
               AT END
                   SET ARCHIVE-MASTER-EOF TO TRUE
           END-READ.

       RELEASE-ONE-ARCHIVED.
           MOVE ARCHIVE-LOG-RECORD TO TRANSACTION-LOG-RECORD.
           PERFORM RELEASE-CURRENT-POSTING.
           PERFORM READ-ARCHIVE-RECORD.

       RELEASE-CURRENT-POSTING.
           ADD 1 TO WS-COUNT-LOG-SCANNED.
           IF TL-STATUS-POSTED OR TL-STATUS-REVERSED
               MOVE TL-CUSTOMER-ID TO DS-CUSTOMER-ID
               MOVE TL-ACCOUNT-NUMBER TO DS-ACCOUNT-NUMBER
               MOVE TL-POSTING-DATE TO DS-POSTING-DATE
               RELEASE ACTIVITY-SORT-RECORD
               ADD 1 TO WS-COUNT-POSTINGS
           END-IF.

      *****************************************************************
      * Output side - the account master in key order, each account
      * matched to its latest posting.
      *****************************************************************
       SWEEP-ALL-ACCOUNTS.
           PERFORM RETURN-SORTED-ITEM.
           PERFORM GET-NEXT-ACCOUNT-ACTIVITY.
           IF NOT ACCOUNT-MASTER-EOF
               PERFORM READ-ACCOUNT-RECORD
           END-IF.
           PERFORM SWEEP-ONE-ACCOUNT
               UNTIL ACCOUNT-MASTER-EOF.

       RETURN-SORTED-ITEM.
           RETURN ACTIVITY-SORT-FILE
               AT END
                   SET END-OF-SORTED-ITEMS TO TRUE
           END-RETURN.

       GET-NEXT-ACCOUNT-ACTIVITY.
      *    High values once the sort is spent, so every remaining
      *    account compares low and is treated as having no
      *    postings.
           IF END-OF-SORTED-ITEMS
               MOVE HIGH-VALUES TO WS-ACTIVITY-KEY
           ELSE
               MOVE DS-ACCOUNT-KEY TO WS-ACTIVITY-KEY
               PERFORM ABSORB-ACCOUNT-POSTING
                   UNTIL END-OF-SORTED-ITEMS
                      OR DS-ACCOUNT-KEY NOT = WS-ACTIVITY-KEY
           END-IF.

       ABSORB-ACCOUNT-POSTING.
           MOVE DS-POSTING-DATE TO WS-ACTIVITY-LATEST-DATE.
           PERFORM RETURN-SORTED-ITEM.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-ACCOUNTS-READ
           END-READ.

       SWEEP-ONE-ACCOUNT.
      *    Postings for accounts no longer on the master are passed
      *    over.
           PERFORM GET-NEXT-ACCOUNT-ACTIVITY
               UNTIL WS-ACTIVITY-KEY NOT < AM-ACCOUNT-KEY.
           MOVE ZERO TO WS-LATEST-ACTIVITY.
           IF WS-ACTIVITY-KEY = AM-ACCOUNT-KEY
               MOVE WS-ACTIVITY-LATEST-DATE TO WS-LATEST-ACTIVITY
           END-IF.
           IF AM-LAST-ACTIVITY-DATE NUMERIC
              AND AM-LAST-ACTIVITY-DATE > WS-LATEST-ACTIVITY
               MOVE AM-LAST-ACTIVITY-DATE TO WS-LATEST-ACTIVITY
           END-IF.
           EVALUATE TRUE
               WHEN AM-STATUS-CLOSED
                   ADD 1 TO WS-COUNT-CLOSED-SKIPPED
               WHEN AM-STATUS-DORMANT
                   ADD 1 TO WS-COUNT-ALREADY-DORMANT
               WHEN WS-LATEST-ACTIVITY = ZERO
                   ADD 1 TO WS-COUNT-CLOCK-STARTED
                   MOVE WS-RUN-DATE-NUM TO AM-LAST-ACTIVITY-DATE
                   MOVE ZERO TO AM-DORMANT-DATE
                   PERFORM REWRITE-ACCOUNT-RECORD
               WHEN WS-LATEST-ACTIVITY < WS-CUTOFF-DATE-NUM
                   PERFORM MARK-ACCOUNT-DORMANT
               WHEN OTHER
                   MOVE WS-LATEST-ACTIVITY TO AM-LAST-ACTIVITY-DATE
                   MOVE ZERO TO AM-DORMANT-DATE
                   PERFORM REWRITE-ACCOUNT-RECORD
           END-EVALUATE.
           PERFORM READ-ACCOUNT-RECORD.

       MARK-ACCOUNT-DORMANT.
           ADD 1 TO WS-COUNT-NEWLY-DORMANT.
           MOVE AM-ACCOUNT-STATUS TO WS-BEFORE-STATUS.
           MOVE AM-LAST-ACTIVITY-DATE TO WS-BEFORE-LAST-ACTIVITY.
           MOVE AM-DORMANT-DATE TO WS-BEFORE-DORMANT-DATE.
           MOVE 'D' TO AM-ACCOUNT-STATUS.
           MOVE WS-LATEST-ACTIVITY TO AM-LAST-ACTIVITY-DATE.
           MOVE WS-RUN-DATE-NUM TO AM-DORMANT-DATE.
           PERFORM REWRITE-ACCOUNT-RECORD.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE AM-CUSTOMER-ID TO DD-CUSTOMER-ID.
           MOVE AM-ACCOUNT-NUMBER TO DD-ACCOUNT-NUMBER.
           MOVE AM-ACCOUNT-NAME TO DD-ACCOUNT-NAME.
           MOVE AM-LAST-ACTIVITY-DATE TO DD-LAST-ACTIVITY.
           MOVE WS-DORMANT-DETAIL TO DORMANT-REPORT-LINE.
           WRITE DORMANT-REPORT-LINE.

       REWRITE-ACCOUNT-RECORD.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DORMANCY SWEEP: ERROR REWRITING ACCTMAST "
                           WS-ACCOUNT-MASTER-STATUS
           END-REWRITE.

       WRITE-AUDIT-RECORD.
           MOVE CW-CURRENT-DATE TO AA-AUDIT-DATE.
           MOVE CW-CURRENT-TIME TO AA-AUDIT-TIME.
           MOVE WS-SWEEP-USER-ID TO AA-USER-ID.
           MOVE 'D' TO AA-ACTION-CODE.
           MOVE AM-ACCOUNT-KEY TO AA-ACCOUNT-KEY.
           MOVE WS-BEFORE-STATUS TO AA-BEFORE-STATUS.
           MOVE WS-BEFORE-LAST-ACTIVITY TO AA-BEFORE-LAST-ACTIVITY.
           MOVE WS-BEFORE-DORMANT-DATE TO AA-BEFORE-DORMANT-DATE.
           MOVE AM-ACCOUNT-STATUS TO AA-AFTER-STATUS.
           MOVE AM-LAST-ACTIVITY-DATE TO AA-AFTER-LAST-ACTIVITY.
           MOVE AM-DORMANT-DATE TO AA-AFTER-DORMANT-DATE.
           MOVE AM-CURRENCY-CODE TO AA-BEFORE-CURRENCY.
           MOVE AM-CURRENCY-CODE TO AA-AFTER-CURRENCY.
           MOVE CC-VERSION TO AA-VERSION.
           WRITE ACCT-AUDIT-RECORD.

       WRITE-DORMANT-TOTALS.
           MOVE WS-COUNT-NEWLY-DORMANT TO DT-COUNT-NEWLY.
           MOVE WS-COUNT-ALREADY-DORMANT TO DT-COUNT-ALREADY.
           MOVE WS-COUNT-CLOCK-STARTED TO DT-COUNT-CLOCK.
           MOVE WS-DORMANT-TOTAL-LINE TO DORMANT-REPORT-LINE.
           WRITE DORMANT-REPORT-LINE.

       CLOSE-SWEEP-FILES.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE ACCT-AUDIT-FILE.
           CLOSE DORMANT-REPORT-FILE.
