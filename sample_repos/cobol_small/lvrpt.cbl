       IDENTIFICATION DIVISION.
       PROGRAM-ID. LARGE-VALUE-REPORT.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Large-value regulatory report - End-of-cycle step producing
      * the threshold report compliance must file. SCREENING only
      * looks at one payment at a time; this step looks at the whole
      * business day. Every posting and reversal the master log
      * carries for the day is sorted by customer and its
      * base-currency (USD) equivalent summed, across all
      * currencies, methods and channels - a reversal's equivalent
      * is negative on the log, so it nets off against whatever it
      * unwinds. A customer whose day adds up past the VALPARM 'R'
      * threshold in force for that day is written to the LVREPORT
      * extract - name and tier from the customer master, the
      * total, and every contributing transaction.
      * Each filing is kept on the LVFILED history, keyed by day,
      * customer and filing sequence. A rerun that reaches the total
      * already filed files nothing again; a different total is
      * filed as a correction under the next sequence, naming the
      * original filing and the figure it replaces; a customer filed
      * earlier who is no longer over the threshold (a backout, a
      * late reversal) is filed as a withdrawal. Run for an earlier
      * business day with PARM='CCYYMMDD' to resubmit it - the
      * archive is then read as well, per the INQUIRY convention.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
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
           SELECT PARAMETER-FILE ASSIGN TO "VALPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
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
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT LARGE-VALUE-FILED-FILE ASSIGN TO "LVFILED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-FILING-KEY
               FILE STATUS IS WS-LARGE-VALUE-FILED-STATUS.
           SELECT LARGE-VALUE-REPORT-FILE ASSIGN TO "LVREPORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LARGE-VALUE-REPORT-STATUS.
           SELECT LARGE-VALUE-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARM-REC.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  ARCHIVE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC REPLACING
               ==TRANSACTION-LOG-RECORD== BY ==ARCHIVE-LOG-RECORD==
               LEADING ==TL== BY ==AL==.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMER-MASTER-REC.

       FD  LARGE-VALUE-FILED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LARGE-VALUE-FILED-REC.

       FD  LARGE-VALUE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LARGE-VALUE-RPT-REC.

      *    Each customer's earlier filings for the day (1) arrive
      *    ahead of the day's postings (2), so the latest filing is
      *    in hand when the new total is compared against it.
       SD  LARGE-VALUE-SORT-FILE.
       01  LARGE-VALUE-SORT-RECORD.
           05  VS-CUSTOMER-ID          PIC 9(8).
           05  VS-RECORD-KIND          PIC X.
               88  VS-KIND-FILING      VALUE '1'.
               88  VS-KIND-POSTING     VALUE '2'.
      *    Filing sequence on a filing, transaction id on a posting.
           05  VS-ITEM-KEY             PIC 9(10).
           05  VS-TRANSACTION-TYPE     PIC X.
           05  VS-ORIGINAL-TRANS-ID    PIC 9(10).
           05  VS-POSTING-TIME         PIC 9(6).
           05  VS-ACCOUNT-NUMBER       PIC 9(4).
           05  VS-CURRENCY-CODE        PIC X(3).
           05  VS-TOTAL-AMOUNT         PIC S9(7)V99.
           05  VS-BASE-EQUIV-AMOUNT    PIC S9(9)V99.
           05  VS-PAYMENT-METHOD       PIC X.
           05  VS-CHANNEL-ID           PIC X(8).
      *    Filings only.
           05  VS-FILING-TYPE          PIC X.
           05  VS-REPORTED-TOTAL       PIC S9(11)V99.
           05  VS-ITEM-COUNT           PIC 9(5).
           05  VS-FILED-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

      *    Compiled-in reporting threshold (USD), used when VALPARM
      *    cannot be opened or carries no 'R' record in force.
       01  WS-DEFAULT-RPT-THRESHOLD PIC 9(9)V99 VALUE 10000.00.
       01  WS-RPT-THRESHOLD        PIC 9(9)V99 VALUE ZERO.
       01  WS-RPT-THRESHOLD-EFF-DATE PIC 9(8) VALUE ZERO.
       01  WS-RPT-THRESHOLD-SW     PIC X VALUE 'N'.
           88 RPT-THRESHOLD-LOADED VALUE 'Y'.

       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW     PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-PARM-FILE-STATUS     PIC XX VALUE "00".
           88 PARM-FILE-OK         VALUE "00".
           88 PARM-FILE-EOF        VALUE "10".
       01  WS-TRANSACTION-LOG-STATUS PIC XX VALUE "00".
           88 TRANSACTION-LOG-OK     VALUE "00".
           88 TRANSACTION-LOG-EOF    VALUE "10".
       01  WS-ARCHIVE-MASTER-STATUS PIC XX VALUE "00".
           88 ARCHIVE-MASTER-OK       VALUE "00".
           88 ARCHIVE-MASTER-EOF      VALUE "10".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
           88 CUSTOMER-MASTER-OK      VALUE "00".
       01  WS-LARGE-VALUE-FILED-STATUS PIC XX VALUE "00".
           88 LARGE-VALUE-FILED-OK        VALUE "00".
           88 LARGE-VALUE-FILED-EOF       VALUE "10".
           88 LARGE-VALUE-FILED-NOT-FOUND VALUE "23" "35".
       01  WS-LARGE-VALUE-REPORT-STATUS PIC XX VALUE "00".
           88 LARGE-VALUE-REPORT-OK     VALUE "00".

       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
       01  WS-REPORT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
           88 END-OF-SORTED-ITEMS  VALUE 'Y'.
       01  WS-FILING-SCAN-SW       PIC X VALUE 'N'.
           88 FILING-SCAN-DONE     VALUE 'Y'.

      *    The customer-day being aggregated, and the latest filing
      *    already on the history for it.
       01  WS-CURRENT-CUSTOMER     PIC 9(8) VALUE ZERO.
       01  WS-CUSTOMER-OPEN-SW     PIC X VALUE 'N'.
           88 CUSTOMER-OPEN        VALUE 'Y'.
       01  WS-CUST-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-CUST-ITEM-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-LAST-FILING-SEQ      PIC 9(3) VALUE ZERO.
       01  WS-LAST-FILING-TYPE     PIC X VALUE SPACE.
       01  WS-LAST-FILED-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-LAST-FILED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-ORIGINAL-FILED-DATE  PIC 9(8) VALUE ZERO.
       01  WS-NEW-FILING-TYPE      PIC X VALUE SPACE.
           88 NOTHING-TO-FILE      VALUE SPACE.

      *    The customer's contributing transactions, held until the
      *    day's total says whether they are filed.
       01  WS-DETAIL-MAX           PIC 9(4) VALUE 500.
       01  WS-DETAIL-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-DETAIL-IDX           PIC 9(4) VALUE ZERO.
       01  WS-DETAIL-TABLE.
           05  WS-DT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-TRANSACTION-ID    PIC 9(10).
               10  WS-DT-TRANSACTION-TYPE  PIC X.
               10  WS-DT-ORIGINAL-TRANS-ID PIC 9(10).
               10  WS-DT-POSTING-TIME      PIC 9(6).
               10  WS-DT-ACCOUNT-NUMBER    PIC 9(4).
               10  WS-DT-CURRENCY-CODE     PIC X(3).
               10  WS-DT-TOTAL-AMOUNT      PIC S9(7)V99.
               10  WS-DT-BASE-EQUIV-AMOUNT PIC S9(9)V99.
               10  WS-DT-PAYMENT-METHOD    PIC X.
               10  WS-DT-CHANNEL-ID        PIC X(8).

       01  WS-COUNT-LOG-SCANNED    PIC 9(9) VALUE ZERO.
       01  WS-COUNT-POSTINGS       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ARCHIVE-ITEMS  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-PRIOR-FILINGS  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CUSTOMERS      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ORIGINALS      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CORRECTIONS    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-WITHDRAWALS    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-UNCHANGED      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-DETAILS-DROPPED PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-FILED          PIC S9(13)V99 VALUE ZERO.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "LVRPT".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       LINKAGE SECTION.
       01  LK-LARGE-VALUE-PARM.
           05  LK-PARM-LENGTH      PIC S9(4) COMP.
           05  LK-PARM-DATA.
               10  LK-PARM-REPORT-DATE PIC X(8).

       PROCEDURE DIVISION USING LK-LARGE-VALUE-PARM.
       LARGE-VALUE-LOGIC.
           DISPLAY "=================================".
           DISPLAY "LARGE-VALUE REGULATORY REPORT STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM READ-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-LOADED
               DISPLAY "LARGE-VALUE REPORT: BUSINESS DATE CONTROL "
                       "FILE UNAVAILABLE " WS-BUSINESS-DATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CW-CURRENT-DATE TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE-NUM TO WS-REPORT-DATE.

      *    An earlier business day may be named for a resubmission;
      *    never a day the cycle has not reached.
           IF LK-PARM-LENGTH >= 8
               IF LK-PARM-REPORT-DATE NOT NUMERIC
                  OR LK-PARM-REPORT-DATE > WS-RUN-DATE-NUM
                   DISPLAY "LARGE-VALUE REPORT: PARM MUST BE A "
                           "BUSINESS DATE CCYYMMDD NOT AFTER "
                           WS-RUN-DATE-NUM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-PARM-REPORT-DATE TO WS-REPORT-DATE
           END-IF.

           PERFORM LOAD-REPORTING-THRESHOLD.
           PERFORM OPEN-LARGE-VALUE-FILES.

           SORT LARGE-VALUE-SORT-FILE
               ON ASCENDING KEY VS-CUSTOMER-ID
                                VS-RECORD-KIND
                                VS-ITEM-KEY
               INPUT PROCEDURE IS RELEASE-LARGE-VALUE-ITEMS
               OUTPUT PROCEDURE IS FILE-ALL-CUSTOMERS.

           PERFORM CLOSE-LARGE-VALUE-FILES.

           DISPLAY "LARGE-VALUE REPORT: BUSINESS DATE REPORTED: "
                   WS-REPORT-DATE.
           DISPLAY "LARGE-VALUE REPORT: THRESHOLD (USD):        "
                   WS-RPT-THRESHOLD.
           DISPLAY "LARGE-VALUE REPORT: LOG RECORDS SCANNED:    "
                   WS-COUNT-LOG-SCANNED.
           DISPLAY "LARGE-VALUE REPORT: POSTINGS FOR THE DAY:   "
                   WS-COUNT-POSTINGS.
           DISPLAY "LARGE-VALUE REPORT: FROM THE ARCHIVE:       "
                   WS-COUNT-ARCHIVE-ITEMS.
           DISPLAY "LARGE-VALUE REPORT: CUSTOMERS AGGREGATED:   "
                   WS-COUNT-CUSTOMERS.
           DISPLAY "LARGE-VALUE REPORT: ORIGINAL FILINGS:       "
                   WS-COUNT-ORIGINALS.
           DISPLAY "LARGE-VALUE REPORT: CORRECTED FILINGS:      "
                   WS-COUNT-CORRECTIONS.
           DISPLAY "LARGE-VALUE REPORT: WITHDRAWALS FILED:      "
                   WS-COUNT-WITHDRAWALS.
           DISPLAY "LARGE-VALUE REPORT: ALREADY FILED, SAME:    "
                   WS-COUNT-UNCHANGED.
           DISPLAY "LARGE-VALUE REPORT: TOTAL FILED (USD):      "
                   WS-TOTAL-FILED.
           DISPLAY "=================================".

      *    A filing that could not carry every contributing item
      *    must be completed by hand before it goes to the
      *    regulator.
           IF WS-COUNT-DETAILS-DROPPED > ZERO
               DISPLAY "LARGE-VALUE REPORT: DETAIL ITEMS NOT "
                       "EXTRACTED: " WS-COUNT-DETAILS-DROPPED
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-COUNT-LOG-SCANNED TO WS-STEP-COUNT-READ.
           COMPUTE WS-STEP-COUNT-WRITTEN =
               WS-COUNT-ORIGINALS + WS-COUNT-CORRECTIONS
               + WS-COUNT-WITHDRAWALS.
           PERFORM STAMP-STEP-CONTROL.
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

       LOAD-REPORTING-THRESHOLD.
           OPEN INPUT PARAMETER-FILE.
           IF PARM-FILE-OK
               PERFORM READ-PARAMETER-RECORD
               PERFORM APPLY-PARAMETER-RECORD
                   UNTIL PARM-FILE-EOF
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY "LARGE-VALUE REPORT: PARAMETER FILE NOT "
                       "AVAILABLE - USING DEFAULTS"
           END-IF.
           IF NOT RPT-THRESHOLD-LOADED
               MOVE WS-DEFAULT-RPT-THRESHOLD TO WS-RPT-THRESHOLD
           END-IF.

       READ-PARAMETER-RECORD.
           READ PARAMETER-FILE
               AT END
                   SET PARM-FILE-EOF TO TRUE
           END-READ.

       APPLY-PARAMETER-RECORD.
      *    The threshold in force on the day being reported, not on
      *    the day the report happens to run.
           IF PM-TYPE-REPORTING
              AND PM-EFFECTIVE-DATE <= WS-REPORT-DATE
              AND PM-EFFECTIVE-DATE >= WS-RPT-THRESHOLD-EFF-DATE
               MOVE PM-RPT-THRESHOLD TO WS-RPT-THRESHOLD
               MOVE PM-EFFECTIVE-DATE TO WS-RPT-THRESHOLD-EFF-DATE
               SET RPT-THRESHOLD-LOADED TO TRUE
           END-IF.
           PERFORM READ-PARAMETER-RECORD.

       OPEN-LARGE-VALUE-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY "LARGE-VALUE REPORT: UNABLE TO OPEN CUSTMAST "
                       WS-CUSTOMER-MASTER-STATUS
           END-IF.
           OPEN I-O LARGE-VALUE-FILED-FILE.
           IF LARGE-VALUE-FILED-NOT-FOUND
               OPEN OUTPUT LARGE-VALUE-FILED-FILE
               CLOSE LARGE-VALUE-FILED-FILE
               OPEN I-O LARGE-VALUE-FILED-FILE
           END-IF.
           IF NOT LARGE-VALUE-FILED-OK
               DISPLAY "LARGE-VALUE REPORT: UNABLE TO OPEN LVFILED "
                       WS-LARGE-VALUE-FILED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LARGE-VALUE-REPORT-FILE.
           IF NOT LARGE-VALUE-REPORT-OK
               DISPLAY "LARGE-VALUE REPORT: UNABLE TO OPEN LVREPORT "
                       WS-LARGE-VALUE-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-LARGE-VALUE-FILES.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE LARGE-VALUE-FILED-FILE.
           CLOSE LARGE-VALUE-REPORT-FILE.

      *****************************************************************
      * Input side - the day's earlier filings, then the day's
      * postings from the live log (and the archive for an earlier
      * day).
      *****************************************************************
       RELEASE-LARGE-VALUE-ITEMS.
           PERFORM RELEASE-PRIOR-FILINGS.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "LARGE-VALUE REPORT: UNABLE TO OPEN TRANLOG "
                       WS-TRANSACTION-LOG-STATUS
               SET TRANSACTION-LOG-EOF TO TRUE
           END-IF.
           PERFORM READ-TRANSACTION-LOG-RECORD.
           PERFORM RELEASE-ONE-POSTING
               UNTIL TRANSACTION-LOG-EOF.
           CLOSE TRANSACTION-LOG-FILE.
      *    TRANLOG-ARCHIVE never moves a record still inside the
      *    reversal window, so the current day is wholly on the live
      *    log; only a resubmitted earlier day needs the archive.
           IF WS-REPORT-DATE < WS-RUN-DATE-NUM
               PERFORM RELEASE-ARCHIVED-POSTINGS
           END-IF.

       RELEASE-PRIOR-FILINGS.
           MOVE 'N' TO WS-FILING-SCAN-SW.
           MOVE WS-REPORT-DATE TO LF-BUSINESS-DATE.
           MOVE ZERO TO LF-CUSTOMER-ID.
           MOVE ZERO TO LF-FILING-SEQ.
           START LARGE-VALUE-FILED-FILE
               KEY NOT LESS THAN LF-FILING-KEY
               INVALID KEY
                   SET FILING-SCAN-DONE TO TRUE
           END-START.
           IF NOT FILING-SCAN-DONE
               PERFORM READ-NEXT-FILING
           END-IF.
           PERFORM RELEASE-ONE-FILING
               UNTIL FILING-SCAN-DONE.

       READ-NEXT-FILING.
           READ LARGE-VALUE-FILED-FILE NEXT RECORD
               AT END
                   SET FILING-SCAN-DONE TO TRUE
           END-READ.
           IF NOT FILING-SCAN-DONE
              AND LF-BUSINESS-DATE NOT = WS-REPORT-DATE
               SET FILING-SCAN-DONE TO TRUE
           END-IF.

       RELEASE-ONE-FILING.
           INITIALIZE LARGE-VALUE-SORT-RECORD.
           MOVE LF-CUSTOMER-ID TO VS-CUSTOMER-ID.
           SET VS-KIND-FILING TO TRUE.
           MOVE LF-FILING-SEQ TO VS-ITEM-KEY.
           MOVE LF-FILING-TYPE TO VS-FILING-TYPE.
           MOVE LF-REPORTED-TOTAL TO VS-REPORTED-TOTAL.
           MOVE LF-ITEM-COUNT TO VS-ITEM-COUNT.
           MOVE LF-FILED-DATE TO VS-FILED-DATE.
           RELEASE LARGE-VALUE-SORT-RECORD.
           ADD 1 TO WS-COUNT-PRIOR-FILINGS.
           PERFORM READ-NEXT-FILING.

       READ-TRANSACTION-LOG-RECORD.
           READ TRANSACTION-LOG-FILE NEXT RECORD
               AT END
                   SET TRANSACTION-LOG-EOF TO TRUE
           END-READ.

       RELEASE-ONE-POSTING.
           PERFORM RELEASE-CURRENT-POSTING.
           PERFORM READ-TRANSACTION-LOG-RECORD.

       RELEASE-ARCHIVED-POSTINGS.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           IF NOT ARCHIVE-MASTER-OK
               DISPLAY "LARGE-VALUE REPORT: NO ARCHIVE FILE "
                       WS-ARCHIVE-MASTER-STATUS
                       " - LIVE LOG ONLY"
           ELSE
               PERFORM READ-ARCHIVE-RECORD
               PERFORM RELEASE-ONE-ARCHIVED
                   UNTIL ARCHIVE-MASTER-EOF
               CLOSE ARCHIVE-MASTER-FILE
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-MASTER-FILE NEXT RECORD
               AT END
                   SET ARCHIVE-MASTER-EOF TO TRUE
           END-READ.

       RELEASE-ONE-ARCHIVED.
           MOVE ARCHIVE-LOG-RECORD TO TRANSACTION-LOG-RECORD.
           PERFORM RELEASE-CURRENT-POSTING.
           IF TL-POSTING-DATE = WS-REPORT-DATE
               ADD 1 TO WS-COUNT-ARCHIVE-ITEMS
           END-IF.
           PERFORM READ-ARCHIVE-RECORD.

       RELEASE-CURRENT-POSTING.
      *    A fully reversed original still posted on its day; its
      *    reversals carry a negative base equivalent and net it.
           ADD 1 TO WS-COUNT-LOG-SCANNED.
           IF (TL-STATUS-POSTED OR TL-STATUS-REVERSED)
              AND TL-POSTING-DATE = WS-REPORT-DATE
               INITIALIZE LARGE-VALUE-SORT-RECORD
               MOVE TL-CUSTOMER-ID TO VS-CUSTOMER-ID
               SET VS-KIND-POSTING TO TRUE
               MOVE TL-TRANSACTION-ID TO VS-ITEM-KEY
               MOVE TL-TRANSACTION-TYPE TO VS-TRANSACTION-TYPE
               MOVE TL-ORIGINAL-TRANS-ID TO VS-ORIGINAL-TRANS-ID
               MOVE TL-POSTING-TIME TO VS-POSTING-TIME
               MOVE TL-ACCOUNT-NUMBER TO VS-ACCOUNT-NUMBER
               MOVE TL-CURRENCY-CODE TO VS-CURRENCY-CODE
               MOVE TL-TOTAL-AMOUNT TO VS-TOTAL-AMOUNT
               MOVE TL-BASE-EQUIV-AMOUNT TO VS-BASE-EQUIV-AMOUNT
               MOVE TL-PAYMENT-METHOD TO VS-PAYMENT-METHOD
               MOVE TL-CHANNEL-ID TO VS-CHANNEL-ID
               RELEASE LARGE-VALUE-SORT-RECORD
               ADD 1 TO WS-COUNT-POSTINGS
           END-IF.

      *****************************************************************
      * Output side - one customer-day at a time: aggregate, compare
      * with the latest filing, and file what has changed.
      *****************************************************************
       FILE-ALL-CUSTOMERS.
           PERFORM RETURN-SORTED-ITEM.
           PERFORM PROCESS-ONE-ITEM
               UNTIL END-OF-SORTED-ITEMS.
           IF CUSTOMER-OPEN
               PERFORM FINISH-CUSTOMER
           END-IF.

       RETURN-SORTED-ITEM.
           RETURN LARGE-VALUE-SORT-FILE
               AT END
                   SET END-OF-SORTED-ITEMS TO TRUE
           END-RETURN.

       PROCESS-ONE-ITEM.
           IF NOT CUSTOMER-OPEN
              OR VS-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               IF CUSTOMER-OPEN
                   PERFORM FINISH-CUSTOMER
               END-IF
               PERFORM START-CUSTOMER
           END-IF.
           IF VS-KIND-FILING
               PERFORM NOTE-PRIOR-FILING
           ELSE
               PERFORM ADD-POSTING-TO-CUSTOMER
           END-IF.
           PERFORM RETURN-SORTED-ITEM.

       START-CUSTOMER.
           MOVE VS-CUSTOMER-ID TO WS-CURRENT-CUSTOMER.
           SET CUSTOMER-OPEN TO TRUE.
           MOVE ZERO TO WS-CUST-TOTAL.
           MOVE ZERO TO WS-CUST-ITEM-COUNT.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-LAST-FILING-SEQ.
           MOVE SPACE TO WS-LAST-FILING-TYPE.
           MOVE ZERO TO WS-LAST-FILED-TOTAL.
           MOVE ZERO TO WS-LAST-FILED-COUNT.
           MOVE ZERO TO WS-ORIGINAL-FILED-DATE.
           ADD 1 TO WS-COUNT-CUSTOMERS.

       NOTE-PRIOR-FILING.
      *    Filings arrive in sequence order; the last one seen is
      *    what the regulator currently holds.
           IF VS-ITEM-KEY = 1
               MOVE VS-FILED-DATE TO WS-ORIGINAL-FILED-DATE
           END-IF.
           MOVE VS-ITEM-KEY TO WS-LAST-FILING-SEQ.
           MOVE VS-FILING-TYPE TO WS-LAST-FILING-TYPE.
           MOVE VS-REPORTED-TOTAL TO WS-LAST-FILED-TOTAL.
           MOVE VS-ITEM-COUNT TO WS-LAST-FILED-COUNT.

       ADD-POSTING-TO-CUSTOMER.
           ADD VS-BASE-EQUIV-AMOUNT TO WS-CUST-TOTAL.
           ADD 1 TO WS-CUST-ITEM-COUNT.
           IF WS-DETAIL-COUNT < WS-DETAIL-MAX
               ADD 1 TO WS-DETAIL-COUNT
               MOVE VS-ITEM-KEY TO
                   WS-DT-TRANSACTION-ID (WS-DETAIL-COUNT)
               MOVE VS-TRANSACTION-TYPE TO
                   WS-DT-TRANSACTION-TYPE (WS-DETAIL-COUNT)
               MOVE VS-ORIGINAL-TRANS-ID TO
                   WS-DT-ORIGINAL-TRANS-ID (WS-DETAIL-COUNT)
               MOVE VS-POSTING-TIME TO
                   WS-DT-POSTING-TIME (WS-DETAIL-COUNT)
               MOVE VS-ACCOUNT-NUMBER TO
                   WS-DT-ACCOUNT-NUMBER (WS-DETAIL-COUNT)
               MOVE VS-CURRENCY-CODE TO
                   WS-DT-CURRENCY-CODE (WS-DETAIL-COUNT)
               MOVE VS-TOTAL-AMOUNT TO
                   WS-DT-TOTAL-AMOUNT (WS-DETAIL-COUNT)
               MOVE VS-BASE-EQUIV-AMOUNT TO
                   WS-DT-BASE-EQUIV-AMOUNT (WS-DETAIL-COUNT)
               MOVE VS-PAYMENT-METHOD TO
                   WS-DT-PAYMENT-METHOD (WS-DETAIL-COUNT)
               MOVE VS-CHANNEL-ID TO
                   WS-DT-CHANNEL-ID (WS-DETAIL-COUNT)
           END-IF.

       FINISH-CUSTOMER.
      *    O - first time over the threshold for the day.
      *    C - over it with a figure other than the one on file, or
      *        back over it after a withdrawal.
      *    W - on file as reportable but no longer over it.
           MOVE SPACE TO WS-NEW-FILING-TYPE.
           IF WS-CUST-TOTAL > WS-RPT-THRESHOLD
               IF WS-LAST-FILING-SEQ = ZERO
                   MOVE 'O' TO WS-NEW-FILING-TYPE
               ELSE
                   IF WS-LAST-FILING-TYPE = 'W'
                      OR WS-LAST-FILED-TOTAL NOT = WS-CUST-TOTAL
                      OR WS-LAST-FILED-COUNT NOT = WS-CUST-ITEM-COUNT
                       MOVE 'C' TO WS-NEW-FILING-TYPE
                   ELSE
                       ADD 1 TO WS-COUNT-UNCHANGED
                   END-IF
               END-IF
           ELSE
               IF WS-LAST-FILING-SEQ NOT = ZERO
                  AND WS-LAST-FILING-TYPE NOT = 'W'
                   MOVE 'W' TO WS-NEW-FILING-TYPE
               END-IF
           END-IF.
           IF NOT NOTHING-TO-FILE
               PERFORM FILE-CUSTOMER-REPORT
           END-IF.
           MOVE 'N' TO WS-CUSTOMER-OPEN-SW.

       FILE-CUSTOMER-REPORT.
           MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON CUSTOMER MASTER" TO CM-CUSTOMER-NAME
                   MOVE SPACE TO CM-CUSTOMER-TIER
           END-READ.
           PERFORM WRITE-SUMMARY-RECORD.
           PERFORM WRITE-DETAIL-RECORD VARYING WS-DETAIL-IDX
               FROM 1 BY 1 UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT.
           IF WS-CUST-ITEM-COUNT > WS-DETAIL-COUNT
               DISPLAY "LARGE-VALUE REPORT: CUSTOMER "
                       WS-CURRENT-CUSTOMER " HAS "
                       WS-CUST-ITEM-COUNT " ITEMS - ONLY "
                       WS-DETAIL-COUNT " EXTRACTED"
               COMPUTE WS-COUNT-DETAILS-DROPPED =
                   WS-COUNT-DETAILS-DROPPED
                   + WS-CUST-ITEM-COUNT - WS-DETAIL-COUNT
           END-IF.
           PERFORM RECORD-FILING.
           EVALUATE WS-NEW-FILING-TYPE
               WHEN 'O'
                   ADD 1 TO WS-COUNT-ORIGINALS
               WHEN 'C'
                   ADD 1 TO WS-COUNT-CORRECTIONS
               WHEN 'W'
                   ADD 1 TO WS-COUNT-WITHDRAWALS
           END-EVALUATE.
           IF WS-NEW-FILING-TYPE NOT = 'W'
               ADD WS-CUST-TOTAL TO WS-TOTAL-FILED
           END-IF.

       WRITE-SUMMARY-RECORD.
           MOVE SPACES TO LARGE-VALUE-REPORT-RECORD.
           SET LV-REC-SUMMARY TO TRUE.
           MOVE WS-REPORT-DATE TO LV-BUSINESS-DATE.
           MOVE WS-CURRENT-CUSTOMER TO LV-CUSTOMER-ID.
           COMPUTE LV-FILING-SEQ = WS-LAST-FILING-SEQ + 1.
           MOVE WS-NEW-FILING-TYPE TO LV-FILING-TYPE.
           MOVE CM-CUSTOMER-NAME TO LV-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-TIER TO LV-CUSTOMER-TIER.
           MOVE WS-CUST-TOTAL TO LV-TOTAL-BASE-EQUIV.
           MOVE WS-CUST-ITEM-COUNT TO LV-ITEM-COUNT.
           MOVE WS-RPT-THRESHOLD TO LV-THRESHOLD.
           MOVE WS-ORIGINAL-FILED-DATE TO LV-ORIGINAL-FILED-DATE.
           MOVE WS-LAST-FILED-TOTAL TO LV-PREVIOUS-TOTAL.
           MOVE CC-VERSION TO LV-VERSION.
           WRITE LARGE-VALUE-REPORT-RECORD.

       WRITE-DETAIL-RECORD.
           MOVE SPACES TO LARGE-VALUE-REPORT-RECORD.
           SET LV-REC-DETAIL TO TRUE.
           MOVE WS-REPORT-DATE TO LV-BUSINESS-DATE.
           MOVE WS-CURRENT-CUSTOMER TO LV-CUSTOMER-ID.
           COMPUTE LV-FILING-SEQ = WS-LAST-FILING-SEQ + 1.
           MOVE WS-DT-TRANSACTION-ID (WS-DETAIL-IDX) TO
               LV-TRANSACTION-ID.
           MOVE WS-DT-TRANSACTION-TYPE (WS-DETAIL-IDX) TO
               LV-TRANSACTION-TYPE.
           MOVE WS-DT-ORIGINAL-TRANS-ID (WS-DETAIL-IDX) TO
               LV-ORIGINAL-TRANS-ID.
           MOVE WS-DT-POSTING-TIME (WS-DETAIL-IDX) TO
               LV-POSTING-TIME.
           MOVE WS-DT-ACCOUNT-NUMBER (WS-DETAIL-IDX) TO
               LV-ACCOUNT-NUMBER.
           MOVE WS-DT-CURRENCY-CODE (WS-DETAIL-IDX) TO
               LV-CURRENCY-CODE.
           MOVE WS-DT-TOTAL-AMOUNT (WS-DETAIL-IDX) TO
               LV-TOTAL-AMOUNT.
           MOVE WS-DT-BASE-EQUIV-AMOUNT (WS-DETAIL-IDX) TO
               LV-BASE-EQUIV-AMOUNT.
           MOVE WS-DT-PAYMENT-METHOD (WS-DETAIL-IDX) TO
               LV-PAYMENT-METHOD.
           MOVE WS-DT-CHANNEL-ID (WS-DETAIL-IDX) TO LV-CHANNEL-ID.
           MOVE CC-VERSION TO LV-VERSION.
           WRITE LARGE-VALUE-REPORT-RECORD.

       RECORD-FILING.
           MOVE WS-REPORT-DATE TO LF-BUSINESS-DATE.
           MOVE WS-CURRENT-CUSTOMER TO LF-CUSTOMER-ID.
           COMPUTE LF-FILING-SEQ = WS-LAST-FILING-SEQ + 1.
           MOVE WS-NEW-FILING-TYPE TO LF-FILING-TYPE.
           MOVE WS-CUST-TOTAL TO LF-REPORTED-TOTAL.
           MOVE WS-CUST-ITEM-COUNT TO LF-ITEM-COUNT.
           MOVE WS-RPT-THRESHOLD TO LF-THRESHOLD.
           MOVE WS-RUN-DATE-NUM TO LF-FILED-DATE.
           MOVE CW-CURRENT-TIME TO LF-FILED-TIME.
           MOVE CC-VERSION TO LF-VERSION.
           WRITE LARGE-VALUE-FILED-RECORD
               INVALID KEY
                   DISPLAY "LARGE-VALUE REPORT: FILING HISTORY WRITE "
                           "FAILED FOR " WS-CURRENT-CUSTOMER " "
                           WS-LARGE-VALUE-FILED-STATUS
                   MOVE 4 TO RETURN-CODE
           END-WRITE.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "LARGE-VALUE REPORT: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "LARGE-VALUE REPORT: RUN CONTROL UNAVAILABLE"
                       " - STEP NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       STAMP-STEP-CONTROL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 'S' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           MOVE WS-STEP-RC TO RETURN-CODE.

       CALL-STEP-CONTROL.
           CALL 'STEP-CONTROL' USING WS-STEP-FUNCTION
                                     WS-STEP-NAME
                                     WS-STEP-COUNTS
                                     WS-STEP-RC
                                     WS-STEP-RESULT.
