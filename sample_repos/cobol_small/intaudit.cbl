       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-AUDIT.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Referential integrity audit - Weekly step that cross-checks
      * the master and control files every program trusts to agree
      * with each other, so a broken link is found here rather than
      * by a failed run or a customer. Each finding goes on the
      * exception report (INTGRPT) under its category, with the key
      * of the record that holds the broken reference and what it
      * points at:
      *   01-02 a CUSTBAL balance whose account is not on ACCTMAST or
      *         whose customer is not on CUSTMAST;
      *   03    an ACCTMAST account whose customer is not on CUSTMAST;
      *   04-06 a live (active or suspended) standing order whose
      *         customer, account or merchant is missing or closed;
      *   07-09 a warehoused payment whose customer, account or named
      *         merchant is missing or closed;
      *   10-11 a dispute whose original posting is on neither the
      *         live TRANLOG nor the TRANARCH archive, or whose
      *         customer is not on CUSTMAST;
      *   12-13 a TRANLOG posting whose named merchant is not on
      *         MERCHMST or whose customer is not on CUSTMAST;
      *   14    a reversal whose original transaction id is on
      *         neither the live log nor the archive.
      * The report closes with the count per category. The step
      * ends with return code 4 on any finding. A file to be checked
      * that cannot be opened is noted on the report and its checks
      * are skipped (return code 8); without CUSTMAST, ACCTMAST,
      * MERCHMST or TRANLOG nothing can be checked and the step ends
      * with return code 12. A TRANARCH not yet created by the first
      * archive run simply holds nothing. Every file is read only.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MERCHANT-ID
               FILE STATUS IS WS-MERCHANT-MASTER-STATUS.
           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-BALANCE-KEY
               FILE STATUS IS WS-CUST-BALANCE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STANDING-ORDER-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "WHHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-ORIGINAL-TRANS-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-TRANSACTION-ID
               FILE STATUS IS WS-TRANSACTION-LOG-STATUS.
           SELECT ORIGINAL-LOG-FILE ASSIGN TO "TRANLKUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OL-TRANSACTION-ID
               FILE STATUS IS WS-ORIGINAL-LOG-STATUS.
           SELECT ARCHIVE-MASTER-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-TRANSACTION-ID
               FILE STATUS IS WS-ARCHIVE-MASTER-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMER-MASTER-REC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNT-MASTER-REC.

       FD  MERCHANT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MERCHANT-MASTER-REC.

       FD  CUST-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUST-BALANCE-REC.

       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STANDING-ORDER-REC.

       FD  WAREHOUSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYMENT-TRANS-REC REPLACING
               ==PAYMENT-TRANS-RECORD== BY ==WAREHOUSE-RECORD==
               LEADING ==PT== BY ==WH==.

       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE-REC.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  ORIGINAL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC REPLACING
               ==TRANSACTION-LOG-RECORD== BY ==ORIGINAL-LOG-RECORD==
               LEADING ==TL== BY ==OL==.

       FD  ARCHIVE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC REPLACING
               ==TRANSACTION-LOG-RECORD== BY ==ARCHIVE-LOG-RECORD==
               LEADING ==TL== BY ==AL==.

       FD  INTEGRITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTEGRITY-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
           88 CUSTOMER-MASTER-OK   VALUE "00".
       01  WS-ACCOUNT-MASTER-STATUS PIC XX VALUE "00".
           88 ACCOUNT-MASTER-OK    VALUE "00".
           88 ACCOUNT-MASTER-EOF   VALUE "10".
       01  WS-MERCHANT-MASTER-STATUS PIC XX VALUE "00".
           88 MERCHANT-MASTER-OK   VALUE "00".
       01  WS-CUST-BALANCE-STATUS  PIC XX VALUE "00".
           88 CUST-BALANCE-OK      VALUE "00".
           88 CUST-BALANCE-EOF     VALUE "10".
       01  WS-STANDING-ORDER-STATUS PIC XX VALUE "00".
           88 STANDING-ORDER-OK    VALUE "00".
           88 STANDING-ORDER-EOF   VALUE "10".
       01  WS-WAREHOUSE-STATUS     PIC XX VALUE "00".
           88 WAREHOUSE-OK         VALUE "00".
           88 WAREHOUSE-EOF        VALUE "10".
       01  WS-DISPUTE-STATUS       PIC XX VALUE "00".
           88 DISPUTE-OK           VALUE "00".
           88 DISPUTE-EOF          VALUE "10".
       01  WS-TRANSACTION-LOG-STATUS PIC XX VALUE "00".
           88 TRANSACTION-LOG-OK   VALUE "00".
           88 TRANSACTION-LOG-EOF  VALUE "10".
       01  WS-ORIGINAL-LOG-STATUS  PIC XX VALUE "00".
           88 ORIGINAL-LOG-OK      VALUE "00".
       01  WS-ARCHIVE-MASTER-STATUS PIC XX VALUE "00".
           88 ARCHIVE-MASTER-OK    VALUE "00".
           88 ARCHIVE-MASTER-MISSING VALUE "35".
       01  WS-ARCHIVE-OPEN-SW      PIC X VALUE 'N'.
           88 ARCHIVE-OPEN         VALUE 'Y'.
       01  WS-INTEGRITY-REPORT-STATUS PIC XX VALUE "00".
           88 INTEGRITY-REPORT-OK  VALUE "00".

      *    Outcome of a master lookup: F found and open, C found but
      *    closed, M missing.
       01  WS-LOOKUP-RESULT        PIC X VALUE SPACE.
           88 LOOKUP-FOUND         VALUE 'F'.
           88 LOOKUP-CLOSED        VALUE 'C'.
           88 LOOKUP-MISSING       VALUE 'M'.
       01  WS-LOOKUP-TRANS-ID      PIC 9(10) VALUE ZERO.
       01  WS-RUN-RETURN-CODE      PIC 9(4) VALUE ZERO.

      *    The finding being reported.
       01  WS-FINDING-CATEGORY     PIC 9(2) VALUE ZERO.
       01  WS-FINDING-KEY          PIC X(32) VALUE SPACES.
       01  WS-FINDING-DETAIL       PIC X(40) VALUE SPACES.

       01  WS-COUNT-BALANCES       PIC 9(9) VALUE ZERO.
       01  WS-COUNT-ACCOUNTS       PIC 9(9) VALUE ZERO.
       01  WS-COUNT-ORDERS         PIC 9(9) VALUE ZERO.
       01  WS-COUNT-WAREHOUSED     PIC 9(9) VALUE ZERO.
       01  WS-COUNT-DISPUTES       PIC 9(9) VALUE ZERO.
       01  WS-COUNT-POSTINGS       PIC 9(9) VALUE ZERO.
       01  WS-COUNT-FINDINGS       PIC 9(9) VALUE ZERO.

      *    The finding categories in report order.
       01  WS-CATEGORY-VALUES.
           05  FILLER              PIC X(40) VALUE
               "BALANCE - ACCOUNT NOT ON ACCTMAST".
           05  FILLER              PIC X(40) VALUE
               "BALANCE - CUSTOMER NOT ON CUSTMAST".
           05  FILLER              PIC X(40) VALUE
               "ACCOUNT - CUSTOMER NOT ON CUSTMAST".
           05  FILLER              PIC X(40) VALUE
               "STANDING ORDER - CUSTOMER NOT USABLE".
           05  FILLER              PIC X(40) VALUE
               "STANDING ORDER - ACCOUNT NOT USABLE".
           05  FILLER              PIC X(40) VALUE
               "STANDING ORDER - MERCHANT NOT USABLE".
           05  FILLER              PIC X(40) VALUE
               "WAREHOUSE - CUSTOMER NOT USABLE".
           05  FILLER              PIC X(40) VALUE
               "WAREHOUSE - ACCOUNT NOT USABLE".
           05  FILLER              PIC X(40) VALUE
               "WAREHOUSE - MERCHANT NOT USABLE".
           05  FILLER              PIC X(40) VALUE
               "DISPUTE - ORIGINAL NOT ON LOG/ARCHIVE".
           05  FILLER              PIC X(40) VALUE
               "DISPUTE - CUSTOMER NOT ON CUSTMAST".
           05  FILLER              PIC X(40) VALUE
               "POSTING - MERCHANT NOT ON MERCHMST".
           05  FILLER              PIC X(40) VALUE
               "POSTING - CUSTOMER NOT ON CUSTMAST".
           05  FILLER              PIC X(40) VALUE
               "REVERSAL - ORIGINAL NOT ON LOG/ARCHIVE".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CATEGORY-TITLE   PIC X(40) OCCURS 14 TIMES.
       01  WS-CATEGORY-COUNTS.
           05  WS-CATEGORY-COUNT   PIC 9(7) OCCURS 14 TIMES.
       01  WS-CATEGORY-TOTAL       PIC 9(2) VALUE 14.
       01  WS-CAT-IDX              PIC 9(2) VALUE ZERO.

       01  WS-INTEGRITY-HEADING.
           05  FILLER              PIC X(34) VALUE
               "REFERENTIAL INTEGRITY EXCEPTIONS -".
           05  FILLER              PIC X VALUE SPACE.
           05  IH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(89) VALUE SPACES.
       01  WS-INTEGRITY-COLUMN-HEADING.
           05  FILLER              PIC X(47) VALUE
               "CAT CATEGORY".
           05  FILLER              PIC X(33) VALUE
               "RECORD".
           05  FILLER              PIC X(52) VALUE
               "REFERENCE".
       01  WS-INTEGRITY-DETAIL.
           05  ID-CATEGORY         PIC 9(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  ID-CATEGORY-TITLE   PIC X(40).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  ID-RECORD-KEY       PIC X(32).
           05  FILLER              PIC X VALUE SPACE.
           05  ID-REFERENCE        PIC X(40).
           05  FILLER              PIC X(12) VALUE SPACES.
       01  WS-INTEGRITY-NOTE-LINE.
           05  FILLER              PIC X(4) VALUE "*** ".
           05  IN-NOTE             PIC X(60).
           05  FILLER              PIC X(68) VALUE SPACES.
       01  WS-INTEGRITY-SUMMARY-LINE.
           05  IS-CATEGORY         PIC 9(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  IS-CATEGORY-TITLE   PIC X(40).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  IS-COUNT            PIC Z(6)9.
           05  FILLER              PIC X(78) VALUE SPACES.
       01  WS-INTEGRITY-TOTAL-LINE.
           05  FILLER              PIC X(44) VALUE
               "    TOTAL FINDINGS".
           05  FILLER              PIC X(3) VALUE SPACES.
           05  IT-COUNT            PIC Z(8)9.
           05  FILLER              PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       INTEGRITY-LOGIC.
           DISPLAY "=================================".
           DISPLAY "REFERENTIAL INTEGRITY AUDIT STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.
           MOVE ZERO TO WS-CATEGORY-COUNTS.

           PERFORM OPEN-MASTER-FILES.

           PERFORM CHECK-ACCOUNTS.
           PERFORM CHECK-BALANCES.
           PERFORM CHECK-STANDING-ORDERS.
           PERFORM CHECK-WAREHOUSE.
           PERFORM CHECK-DISPUTES.
           PERFORM CHECK-POSTINGS.

           PERFORM WRITE-CATEGORY-SUMMARY.
           PERFORM CLOSE-MASTER-FILES.

           DISPLAY "INTEGRITY AUDIT: ACCOUNTS CHECKED:  "
                   WS-COUNT-ACCOUNTS.
           DISPLAY "INTEGRITY AUDIT: BALANCES CHECKED:  "
                   WS-COUNT-BALANCES.
           DISPLAY "INTEGRITY AUDIT: ORDERS CHECKED:    "
                   WS-COUNT-ORDERS.
           DISPLAY "INTEGRITY AUDIT: WAREHOUSED CHECKED: "
                   WS-COUNT-WAREHOUSED.
           DISPLAY "INTEGRITY AUDIT: DISPUTES CHECKED:  "
                   WS-COUNT-DISPUTES.
           DISPLAY "INTEGRITY AUDIT: POSTINGS CHECKED:  "
                   WS-COUNT-POSTINGS.
           DISPLAY "INTEGRITY AUDIT: FINDINGS:          "
                   WS-COUNT-FINDINGS.
           DISPLAY "=================================".

           IF WS-COUNT-FINDINGS > ZERO
              AND WS-RUN-RETURN-CODE < 4
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       OPEN-MASTER-FILES.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF NOT INTEGRITY-REPORT-OK
               DISPLAY "INTEGRITY AUDIT: UNABLE TO OPEN INTGRPT "
                       WS-INTEGRITY-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CW-CURRENT-DATE TO IH-RUN-DATE.
           MOVE WS-INTEGRITY-HEADING TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE WS-INTEGRITY-COLUMN-HEADING TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           OPEN INPUT MERCHANT-MASTER-FILE.
           OPEN INPUT ORIGINAL-LOG-FILE.
           IF NOT CUSTOMER-MASTER-OK
              OR NOT ACCOUNT-MASTER-OK
              OR NOT MERCHANT-MASTER-OK
              OR NOT ORIGINAL-LOG-OK
               DISPLAY "INTEGRITY AUDIT: MASTER FILES NOT AVAILABLE - "
                       "CUSTMAST " WS-CUSTOMER-MASTER-STATUS
                       " ACCTMAST " WS-ACCOUNT-MASTER-STATUS
                       " MERCHMST " WS-MERCHANT-MASTER-STATUS
                       " TRANLOG " WS-ORIGINAL-LOG-STATUS
               MOVE "MASTER FILES NOT AVAILABLE - NOTHING CHECKED"
                   TO IN-NOTE
               PERFORM WRITE-NOTE-LINE
               CLOSE INTEGRITY-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARCHIVE-MASTER-FILE.
           IF ARCHIVE-MASTER-OK
               SET ARCHIVE-OPEN TO TRUE
           ELSE
               IF NOT ARCHIVE-MASTER-MISSING
                   DISPLAY "INTEGRITY AUDIT: UNABLE TO OPEN TRANARCH "
                           WS-ARCHIVE-MASTER-STATUS
                   MOVE "TRANARCH NOT AVAILABLE - ORIGINALS CHECKED "
                       TO IN-NOTE
                   PERFORM WRITE-NOTE-LINE
                   MOVE "AGAINST THE LIVE LOG ONLY" TO IN-NOTE
                   PERFORM WRITE-NOTE-LINE
                   MOVE 8 TO WS-RUN-RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * ACCTMAST - every account's customer is on CUSTMAST. Read in
      * key order before the other passes look accounts up at random.
      *****************************************************************
       CHECK-ACCOUNTS.
           PERFORM READ-ACCOUNT-MASTER.
           PERFORM CHECK-ONE-ACCOUNT
               UNTIL ACCOUNT-MASTER-EOF.

       READ-ACCOUNT-MASTER.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-MASTER-EOF TO TRUE
           END-READ.

       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-COUNT-ACCOUNTS.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF LOOKUP-MISSING
               MOVE 3 TO WS-FINDING-CATEGORY
               MOVE SPACES TO WS-FINDING-KEY
               STRING "ACCOUNT " AM-CUSTOMER-ID "/" AM-ACCOUNT-NUMBER
                   DELIMITED BY SIZE INTO WS-FINDING-KEY
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "CUSTOMER " AM-CUSTOMER-ID " MISSING"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING
           END-IF.
           PERFORM READ-ACCOUNT-MASTER.

      *****************************************************************
      * CUSTBAL - every balance's account and customer are on file.
      *****************************************************************
       CHECK-BALANCES.
           OPEN INPUT CUST-BALANCE-FILE.
           IF NOT CUST-BALANCE-OK
               MOVE SPACES TO IN-NOTE
               STRING "CUSTBAL NOT AVAILABLE " WS-CUST-BALANCE-STATUS
                   " - BALANCES NOT CHECKED"
                   DELIMITED BY SIZE INTO IN-NOTE
               PERFORM NOTE-FILE-SKIPPED
           ELSE
               PERFORM READ-CUST-BALANCE
               PERFORM CHECK-ONE-BALANCE
                   UNTIL CUST-BALANCE-EOF
               CLOSE CUST-BALANCE-FILE
           END-IF.

       READ-CUST-BALANCE.
           READ CUST-BALANCE-FILE NEXT RECORD
               AT END
                   SET CUST-BALANCE-EOF TO TRUE
           END-READ.

       CHECK-ONE-BALANCE.
           ADD 1 TO WS-COUNT-BALANCES.
           MOVE SPACES TO WS-FINDING-KEY.
           STRING "BALANCE " CB-CUSTOMER-ID "/" CB-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO WS-FINDING-KEY.
           MOVE CB-CUSTOMER-ID TO AM-CUSTOMER-ID.
           MOVE CB-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           PERFORM LOOKUP-ACCOUNT.
           IF LOOKUP-MISSING
               MOVE 1 TO WS-FINDING-CATEGORY
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "ACCOUNT " CB-CUSTOMER-ID "/" CB-ACCOUNT-NUMBER
                   " MISSING" DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING
           END-IF.
           MOVE CB-CUSTOMER-ID TO CM-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF LOOKUP-MISSING
               MOVE 2 TO WS-FINDING-CATEGORY
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "CUSTOMER " CB-CUSTOMER-ID " MISSING"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING
           END-IF.
           PERFORM READ-CUST-BALANCE.

      *****************************************************************
      * STANDORD - a live order's customer, account and merchant are
      * on file and open. Cancelled and expired orders never
      * generate again and are not checked.
      *****************************************************************
       CHECK-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE.
           IF NOT STANDING-ORDER-OK
               MOVE SPACES TO IN-NOTE
               STRING "STANDORD NOT AVAILABLE "
                   WS-STANDING-ORDER-STATUS
                   " - STANDING ORDERS NOT CHECKED"
                   DELIMITED BY SIZE INTO IN-NOTE
               PERFORM NOTE-FILE-SKIPPED
           ELSE
               PERFORM READ-STANDING-ORDER
               PERFORM CHECK-ONE-ORDER
                   UNTIL STANDING-ORDER-EOF
               CLOSE STANDING-ORDER-FILE
           END-IF.

       READ-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET STANDING-ORDER-EOF TO TRUE
           END-READ.

       CHECK-ONE-ORDER.
           IF SO-STATUS-ACTIVE OR SO-STATUS-SUSPENDED
               ADD 1 TO WS-COUNT-ORDERS
               MOVE SPACES TO WS-FINDING-KEY
               STRING "ORDER " SO-ORDER-ID
                   DELIMITED BY SIZE INTO WS-FINDING-KEY
               MOVE SO-CUSTOMER-ID TO CM-CUSTOMER-ID
               PERFORM LOOKUP-CUSTOMER
               IF NOT LOOKUP-FOUND
                   MOVE 4 TO WS-FINDING-CATEGORY
                   MOVE SPACES TO WS-FINDING-DETAIL
                   STRING "CUSTOMER " SO-CUSTOMER-ID
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                   PERFORM WRITE-LOOKUP-FINDING
               END-IF
               MOVE SO-CUSTOMER-ID TO AM-CUSTOMER-ID
               MOVE SO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               PERFORM LOOKUP-ACCOUNT
               IF NOT LOOKUP-FOUND
                   MOVE 5 TO WS-FINDING-CATEGORY
                   MOVE SPACES TO WS-FINDING-DETAIL
                   STRING "ACCOUNT " SO-CUSTOMER-ID "/"
                       SO-ACCOUNT-NUMBER
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                   PERFORM WRITE-LOOKUP-FINDING
               END-IF
               MOVE SO-MERCHANT-ID TO MM-MERCHANT-ID
               PERFORM LOOKUP-MERCHANT
               IF NOT LOOKUP-FOUND
                   MOVE 6 TO WS-FINDING-CATEGORY
                   MOVE SPACES TO WS-FINDING-DETAIL
                   STRING "MERCHANT " SO-MERCHANT-ID
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                   PERFORM WRITE-LOOKUP-FINDING
               END-IF
           END-IF.
           PERFORM READ-STANDING-ORDER.

      *****************************************************************
      * WHHOLD - a warehoused payment's customer, account and named
      * merchant are on file and open, or it will reject on release.
      *****************************************************************
       CHECK-WAREHOUSE.
           OPEN INPUT WAREHOUSE-FILE.
           IF NOT WAREHOUSE-OK
               MOVE SPACES TO IN-NOTE
               STRING "WHHOLD NOT AVAILABLE " WS-WAREHOUSE-STATUS
                   " - WAREHOUSE NOT CHECKED"
                   DELIMITED BY SIZE INTO IN-NOTE
               PERFORM NOTE-FILE-SKIPPED
           ELSE
               PERFORM READ-WAREHOUSE
               PERFORM CHECK-ONE-WAREHOUSED
                   UNTIL WAREHOUSE-EOF
               CLOSE WAREHOUSE-FILE
           END-IF.

       READ-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END
                   SET WAREHOUSE-EOF TO TRUE
           END-READ.

       CHECK-ONE-WAREHOUSED.
           ADD 1 TO WS-COUNT-WAREHOUSED.
           MOVE SPACES TO WS-FINDING-KEY.
           STRING "WHHOLD " WH-CHANNEL-ID " " WH-CHANNEL-REF
               DELIMITED BY SIZE INTO WS-FINDING-KEY.
           MOVE WH-CUSTOMER-ID TO CM-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT LOOKUP-FOUND
               MOVE 7 TO WS-FINDING-CATEGORY
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "CUSTOMER " WH-CUSTOMER-ID
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM WRITE-LOOKUP-FINDING
           END-IF.
           MOVE WH-CUSTOMER-ID TO AM-CUSTOMER-ID.
           MOVE WH-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           PERFORM LOOKUP-ACCOUNT.
           IF NOT LOOKUP-FOUND
               MOVE 8 TO WS-FINDING-CATEGORY
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "ACCOUNT " WH-CUSTOMER-ID "/" WH-ACCOUNT-NUMBER
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM WRITE-LOOKUP-FINDING
           END-IF.
           IF WH-MERCHANT-ID NOT = ZERO
               MOVE WH-MERCHANT-ID TO MM-MERCHANT-ID
               PERFORM LOOKUP-MERCHANT
               IF NOT LOOKUP-FOUND
                   MOVE 9 TO WS-FINDING-CATEGORY
                   MOVE SPACES TO WS-FINDING-DETAIL
                   STRING "MERCHANT " WH-MERCHANT-ID
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                   PERFORM WRITE-LOOKUP-FINDING
               END-IF
           END-IF.
           PERFORM READ-WAREHOUSE.

      *****************************************************************
      * DISPUTES - every dispute's original posting is on the live
      * log or the archive, and its customer is on CUSTMAST.
      *****************************************************************
       CHECK-DISPUTES.
           OPEN INPUT DISPUTE-FILE.
           IF NOT DISPUTE-OK
               MOVE SPACES TO IN-NOTE
               STRING "DISPUTES NOT AVAILABLE " WS-DISPUTE-STATUS
                   " - DISPUTES NOT CHECKED"
                   DELIMITED BY SIZE INTO IN-NOTE
               PERFORM NOTE-FILE-SKIPPED
           ELSE
               PERFORM READ-DISPUTE
               PERFORM CHECK-ONE-DISPUTE
                   UNTIL DISPUTE-EOF
               CLOSE DISPUTE-FILE
           END-IF.

       READ-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET DISPUTE-EOF TO TRUE
           END-READ.

       CHECK-ONE-DISPUTE.
           ADD 1 TO WS-COUNT-DISPUTES.
           MOVE SPACES TO WS-FINDING-KEY.
           STRING "DISPUTE " DP-ORIGINAL-TRANS-ID
               DELIMITED BY SIZE INTO WS-FINDING-KEY.
           MOVE DP-ORIGINAL-TRANS-ID TO WS-LOOKUP-TRANS-ID.
           PERFORM LOOKUP-ORIGINAL.
           IF LOOKUP-MISSING
               MOVE 10 TO WS-FINDING-CATEGORY
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "ORIGINAL " DP-ORIGINAL-TRANS-ID " MISSING"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING
           END-IF.
           MOVE DP-CUSTOMER-ID TO CM-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF LOOKUP-MISSING
               MOVE 11 TO WS-FINDING-CATEGORY
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "CUSTOMER " DP-CUSTOMER-ID " MISSING"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING
           END-IF.
           PERFORM READ-DISPUTE.

      *****************************************************************
      * TRANLOG - every posting's customer and named merchant are on
      * file, and every reversal's original is on the live log or
      * the archive. Closed customers and merchants are not findings
      * here - they were open when the posting was made.
      *****************************************************************
       CHECK-POSTINGS.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               MOVE SPACES TO IN-NOTE
               STRING "TRANLOG NOT AVAILABLE "
                   WS-TRANSACTION-LOG-STATUS
                   " - POSTINGS NOT CHECKED"
                   DELIMITED BY SIZE INTO IN-NOTE
               PERFORM NOTE-FILE-SKIPPED
           ELSE
               PERFORM READ-TRANSACTION-LOG
               PERFORM CHECK-ONE-POSTING
                   UNTIL TRANSACTION-LOG-EOF
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       READ-TRANSACTION-LOG.
           READ TRANSACTION-LOG-FILE NEXT RECORD
               AT END
                   SET TRANSACTION-LOG-EOF TO TRUE
           END-READ.

       CHECK-ONE-POSTING.
           ADD 1 TO WS-COUNT-POSTINGS.
           MOVE SPACES TO WS-FINDING-KEY.
           STRING "POSTING " TL-TRANSACTION-ID
               DELIMITED BY SIZE INTO WS-FINDING-KEY.
           IF TL-MERCHANT-ID NOT = ZERO
               MOVE TL-MERCHANT-ID TO MM-MERCHANT-ID
               PERFORM LOOKUP-MERCHANT
               IF LOOKUP-MISSING
                   MOVE 12 TO WS-FINDING-CATEGORY
                   MOVE SPACES TO WS-FINDING-DETAIL
                   STRING "MERCHANT " TL-MERCHANT-ID " MISSING"
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.
           MOVE TL-CUSTOMER-ID TO CM-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF LOOKUP-MISSING
               MOVE 13 TO WS-FINDING-CATEGORY
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "CUSTOMER " TL-CUSTOMER-ID " MISSING"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING
           END-IF.
           IF TL-TYPE-REVERSAL
               MOVE TL-ORIGINAL-TRANS-ID TO WS-LOOKUP-TRANS-ID
               PERFORM LOOKUP-ORIGINAL
               IF LOOKUP-MISSING
                   MOVE 14 TO WS-FINDING-CATEGORY
                   MOVE SPACES TO WS-FINDING-DETAIL
                   STRING "ORIGINAL " TL-ORIGINAL-TRANS-ID " MISSING"
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.
           PERFORM READ-TRANSACTION-LOG.

      *****************************************************************
      * Master lookups - the key is moved in by the caller.
      *****************************************************************
       LOOKUP-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET LOOKUP-MISSING TO TRUE
               NOT INVALID KEY
                   IF CM-STATUS-CLOSED
                       SET LOOKUP-CLOSED TO TRUE
                   ELSE
                       SET LOOKUP-FOUND TO TRUE
                   END-IF
           END-READ.

       LOOKUP-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET LOOKUP-MISSING TO TRUE
               NOT INVALID KEY
                   IF AM-STATUS-CLOSED
                       SET LOOKUP-CLOSED TO TRUE
                   ELSE
                       SET LOOKUP-FOUND TO TRUE
                   END-IF
           END-READ.

       LOOKUP-MERCHANT.
           READ MERCHANT-MASTER-FILE
               INVALID KEY
                   SET LOOKUP-MISSING TO TRUE
               NOT INVALID KEY
                   IF MM-STATUS-CLOSED
                       SET LOOKUP-CLOSED TO TRUE
                   ELSE
                       SET LOOKUP-FOUND TO TRUE
                   END-IF
           END-READ.

       LOOKUP-ORIGINAL.
           MOVE WS-LOOKUP-TRANS-ID TO OL-TRANSACTION-ID.
           READ ORIGINAL-LOG-FILE
               INVALID KEY
                   SET LOOKUP-MISSING TO TRUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.
           IF LOOKUP-MISSING AND ARCHIVE-OPEN
               MOVE WS-LOOKUP-TRANS-ID TO AL-TRANSACTION-ID
               READ ARCHIVE-MASTER-FILE
                   INVALID KEY
                       SET LOOKUP-MISSING TO TRUE
                   NOT INVALID KEY
                       SET LOOKUP-FOUND TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      * Reporting.
      *****************************************************************
       WRITE-LOOKUP-FINDING.
           MOVE SPACES TO ID-REFERENCE.
           IF LOOKUP-CLOSED
               STRING WS-FINDING-DETAIL DELIMITED BY "  "
                   " CLOSED" DELIMITED BY SIZE
                   INTO ID-REFERENCE
           ELSE
               STRING WS-FINDING-DETAIL DELIMITED BY "  "
                   " MISSING" DELIMITED BY SIZE
                   INTO ID-REFERENCE
           END-IF.
           MOVE ID-REFERENCE TO WS-FINDING-DETAIL.
           PERFORM WRITE-FINDING.

       WRITE-FINDING.
           ADD 1 TO WS-COUNT-FINDINGS.
           ADD 1 TO WS-CATEGORY-COUNT (WS-FINDING-CATEGORY).
           MOVE WS-FINDING-CATEGORY TO ID-CATEGORY.
           MOVE WS-CATEGORY-TITLE (WS-FINDING-CATEGORY) TO
               ID-CATEGORY-TITLE.
           MOVE WS-FINDING-KEY TO ID-RECORD-KEY.
           MOVE WS-FINDING-DETAIL TO ID-REFERENCE.
           MOVE WS-INTEGRITY-DETAIL TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO ID-REFERENCE.

       NOTE-FILE-SKIPPED.
           DISPLAY "INTEGRITY AUDIT: " IN-NOTE.
           PERFORM WRITE-NOTE-LINE.
           MOVE 8 TO WS-RUN-RETURN-CODE.

       WRITE-NOTE-LINE.
           MOVE WS-INTEGRITY-NOTE-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       WRITE-CATEGORY-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE "FINDINGS BY CATEGORY" TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           PERFORM WRITE-ONE-CATEGORY-COUNT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CATEGORY-TOTAL.
           MOVE WS-COUNT-FINDINGS TO IT-COUNT.
           MOVE WS-INTEGRITY-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       WRITE-ONE-CATEGORY-COUNT.
           MOVE WS-CAT-IDX TO IS-CATEGORY.
           MOVE WS-CATEGORY-TITLE (WS-CAT-IDX) TO IS-CATEGORY-TITLE.
           MOVE WS-CATEGORY-COUNT (WS-CAT-IDX) TO IS-COUNT.
           MOVE WS-INTEGRITY-SUMMARY-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       CLOSE-MASTER-FILES.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE MERCHANT-MASTER-FILE.
           CLOSE ORIGINAL-LOG-FILE.
           IF ARCHIVE-OPEN
               CLOSE ARCHIVE-MASTER-FILE
           END-IF.
           CLOSE INTEGRITY-REPORT-FILE.
