       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-REPORT.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Consolidated audit report - Merges every maintenance trail
      * into one chronological who-changed-what listing, so internal
      * audit's "everything operator X touched" or "every change to
      * customer Y" is one report instead of a hand search of each
      * dataset. The trails read are the customer (CMAUDIT),
      * account (ACCTAUD), merchant (MMAUDIT), warehouse (WHAUDIT),
      * standing-order (SOAUDIT) and parameter (PARMAUD) audits, the
      * held-payment (HELDLOG) and approval (APPRLOG) decision logs,
      * and the dispute master (DISPUTES), which gives an entry for
      * the opening of each dispute and another for its resolution.
      * Every entry is put in one common form - date and time,
      * source program, operator, action, customer, merchant, a
      * reference, and the before and after values where the trail
      * carries them - selected against the AUDSEL card (operator,
      * customer, merchant, from and to date; blank or zero selects
      * all), sorted by date and time, and listed on AUDRPT. Entries
      * logged in the same second keep the order of their trails. A
      * trail that cannot be opened is noted on the report and
      * skipped; the rest are still listed.
      * Customer category blocks and unblocks list with the merchant
      * category code in the reference, and merchant entries carry
      * the merchant's category code there, with the code it
      * replaced when a change moved it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-SELECT-FILE ASSIGN TO "AUDSEL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-SELECT-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO "CMAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-AUDIT-STATUS.
           SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-AUDIT-STATUS.
           SELECT MERCH-AUDIT-FILE ASSIGN TO "MMAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERCH-AUDIT-STATUS.
           SELECT WAREHOUSE-AUDIT-FILE ASSIGN TO "WHAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-AUDIT-STATUS.
           SELECT ORDER-AUDIT-FILE ASSIGN TO "SOAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-AUDIT-STATUS.
           SELECT PARM-AUDIT-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-AUDIT-STATUS.
           SELECT HELD-LOG-FILE ASSIGN TO "HELDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-LOG-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-LOG-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-ORIGINAL-TRANS-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-RPT-STATUS.
           SELECT AUDIT-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-SELECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDIT-SELECT-REC.

       FD  CUST-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUST-AUDIT-REC.

       FD  ACCT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCT-AUDIT-REC.

       FD  MERCH-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MERCH-AUDIT-REC.

       FD  WAREHOUSE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAREHOUSE-AUDIT-REC.

       FD  ORDER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ORDER-AUDIT-REC.

       FD  PARM-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARM-AUDIT-REC.

       FD  HELD-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HELD-LOG-REC.

       FD  APPROVAL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPROVAL-LOG-REC.

       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE-REC.

       FD  AUDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REPORT-LINE           PIC X(132).

      *    One record per trail entry in common form. The release
      *    sequence keeps entries of the same second in trail order.
       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  AR-EVENT-DATE           PIC 9(8).
           05  AR-EVENT-TIME           PIC 9(6).
           05  AR-SEQUENCE             PIC 9(9).
           05  AR-SOURCE               PIC X(8).
           05  AR-USER-ID              PIC X(8).
           05  AR-ACTION               PIC X(10).
           05  AR-CUSTOMER-ID          PIC 9(8).
           05  AR-MERCHANT-ID          PIC 9(8).
           05  AR-REFERENCE            PIC X(17).
           05  AR-BEFORE-VALUE         PIC X(47).
           05  AR-AFTER-VALUE          PIC X(47).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-AUDIT-SELECT-STATUS  PIC XX VALUE "00".
           88 AUDIT-SELECT-OK      VALUE "00".
       01  WS-CUST-AUDIT-STATUS    PIC XX VALUE "00".
           88 CUST-AUDIT-OK        VALUE "00".
           88 CUST-AUDIT-EOF       VALUE "10".
       01  WS-ACCT-AUDIT-STATUS    PIC XX VALUE "00".
           88 ACCT-AUDIT-OK        VALUE "00".
           88 ACCT-AUDIT-EOF       VALUE "10".
       01  WS-MERCH-AUDIT-STATUS   PIC XX VALUE "00".
           88 MERCH-AUDIT-OK       VALUE "00".
           88 MERCH-AUDIT-EOF      VALUE "10".
       01  WS-WAREHOUSE-AUDIT-STATUS PIC XX VALUE "00".
           88 WAREHOUSE-AUDIT-OK     VALUE "00".
           88 WAREHOUSE-AUDIT-EOF    VALUE "10".
       01  WS-ORDER-AUDIT-STATUS   PIC XX VALUE "00".
           88 ORDER-AUDIT-OK       VALUE "00".
           88 ORDER-AUDIT-EOF      VALUE "10".
       01  WS-PARM-AUDIT-STATUS    PIC XX VALUE "00".
           88 PARM-AUDIT-OK        VALUE "00".
           88 PARM-AUDIT-EOF       VALUE "10".
       01  WS-HELD-LOG-STATUS      PIC XX VALUE "00".
           88 HELD-LOG-OK          VALUE "00".
           88 HELD-LOG-EOF         VALUE "10".
       01  WS-APPROVAL-LOG-STATUS  PIC XX VALUE "00".
           88 APPROVAL-LOG-OK      VALUE "00".
           88 APPROVAL-LOG-EOF     VALUE "10".
       01  WS-DISPUTE-STATUS       PIC XX VALUE "00".
           88 DISPUTE-OK           VALUE "00".
           88 DISPUTE-EOF          VALUE "10".
       01  WS-AUDIT-RPT-STATUS     PIC XX VALUE "00".
           88 AUDIT-RPT-OK         VALUE "00".
       01  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
           88 END-OF-SORTED-ITEMS  VALUE 'Y'.

      *    Selection criteria from AUDSEL - spaces or zero select
      *    every entry on that criterion.
       01  WS-SEL-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-SEL-CUSTOMER-ID      PIC 9(8) VALUE ZERO.
       01  WS-SEL-MERCHANT-ID      PIC 9(8) VALUE ZERO.
       01  WS-SEL-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-SEL-TO-DATE          PIC 9(8) VALUE ZERO.

       01  WS-RELEASE-SEQUENCE     PIC 9(9) VALUE ZERO.
       01  WS-SKIPPED-TRAIL        PIC X(8) VALUE SPACES.
       01  WS-SKIPPED-STATUS       PIC XX VALUE SPACES.

      *    Before and after values in printable form, one layout per
      *    trail.
       01  WS-CUST-IMAGE.
           05  FILLER              PIC X(3) VALUE "ST ".
           05  WS-CI-STATUS        PIC X.
           05  FILLER              PIC X(4) VALUE " TR ".
           05  WS-CI-TIER          PIC X.
           05  FILLER              PIC X(4) VALUE " RK ".
           05  WS-CI-KYC-RISK      PIC X.
           05  FILLER              PIC X(4) VALUE " NX ".
           05  WS-CI-KYC-NEXT      PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CI-NAME          PIC X(20).
       01  WS-ACCT-IMAGE.
           05  FILLER              PIC X(3) VALUE "ST ".
           05  WS-AI-STATUS        PIC X.
           05  FILLER              PIC X(5) VALUE " CCY ".
           05  WS-AI-CURRENCY      PIC X(3).
           05  FILLER              PIC X(6) VALUE " LAST ".
           05  WS-AI-LAST-ACTIVITY PIC 9(8).
           05  FILLER              PIC X(6) VALUE " DORM ".
           05  WS-AI-DORMANT-DATE  PIC 9(8).
       01  WS-MERCH-IMAGE.
           05  FILLER              PIC X(3) VALUE "ST ".
           05  WS-MI-STATUS        PIC X.
           05  FILLER              PIC X(4) VALUE " FB ".
           05  WS-MI-FEE-BEARER    PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-MI-BANK-ROUTING  PIC 9(9).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-MI-BANK-ACCOUNT  PIC X(17).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-MI-NAME          PIC X(9).
       01  WS-WAREHOUSE-IMAGE.
           05  FILLER              PIC X(4) VALUE "AMT ".
           05  WS-WI-AMOUNT        PIC Z(6)9.99.
           05  FILLER              PIC X(7) VALUE " VALUE ".
           05  WS-WI-VALUE-DATE    PIC 9(8).
       01  WS-ORDER-IMAGE.
           05  FILLER              PIC X(3) VALUE "ST ".
           05  WS-OI-STATUS        PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-OI-AMOUNT        PIC Z(6)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-OI-CURRENCY      PIC X(3).
           05  FILLER              PIC X(4) VALUE " FR ".
           05  WS-OI-FREQUENCY     PIC X.
           05  FILLER              PIC X(4) VALUE " NX ".
           05  WS-OI-NEXT-DUE      PIC 9(8).
           05  FILLER              PIC X(4) VALUE " AC ".
           05  WS-OI-ACCOUNT-NUMBER PIC 9(4).
       01  WS-PARM-REFERENCE.
           05  WS-PR-TARGET-NAME   PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PR-EFFECTIVE-DATE PIC 9(8).
       01  WS-DECISION-BEFORE.
           05  WS-DB-LABEL         PIC X(9).
           05  WS-DB-DETAIL       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DB-AMOUNT        PIC Z(6)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DB-CURRENCY      PIC X(3).
       01  WS-DECISION-AFTER.
           05  FILLER              PIC X(5) VALUE "DISP ".
           05  WS-DA-DISPOSITION   PIC X(4).
           05  FILLER              PIC X(4) VALUE " ST ".
           05  WS-DA-STATUS        PIC X.
           05  FILLER              PIC X(5) VALUE " TXN ".
           05  WS-DA-TRANS-ID      PIC 9(10).
       01  WS-DISPUTE-IMAGE.
           05  WS-DI-STATUS        PIC X(11).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DI-AMOUNT        PIC Z(6)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DI-CURRENCY      PIC X(3).
           05  FILLER              PIC X(5) VALUE " RSN ".
           05  WS-DI-REASON        PIC X(3).

       01  WS-COUNT-ENTRIES-READ   PIC 9(9) VALUE ZERO.
       01  WS-COUNT-SELECTED       PIC 9(9) VALUE ZERO.
       01  WS-COUNT-LISTED         PIC 9(9) VALUE ZERO.
       01  WS-COUNT-TRAILS-SKIPPED PIC 9(3) VALUE ZERO.

       01  WS-AUDIT-HEADING.
           05  FILLER              PIC X(30) VALUE
               "CONSOLIDATED AUDIT REPORT - ".
           05  AH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(11) VALUE " OPERATOR ".
           05  AH-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(10) VALUE " CUSTOMER ".
           05  AH-CUSTOMER-ID      PIC 9(8).
           05  FILLER              PIC X(10) VALUE " MERCHANT ".
           05  AH-MERCHANT-ID      PIC 9(8).
           05  FILLER              PIC X(6) VALUE " FROM ".
           05  AH-FROM-DATE        PIC 9(8).
           05  FILLER              PIC X(4) VALUE " TO ".
           05  AH-TO-DATE          PIC 9(8).
           05  FILLER              PIC X(13) VALUE SPACES.
       01  WS-AUDIT-COLUMN-HEADING.
           05  FILLER              PIC X(33) VALUE
               "DATE     TIME   SOURCE   OPERATOR".
           05  FILLER              PIC X(36) VALUE
               " ACTION     CUSTOMER MERCHANT REFERE".
           05  FILLER              PIC X(33) VALUE
               "NCE             BEFORE / AFTER".
           05  FILLER              PIC X(30) VALUE SPACES.
       01  WS-AUDIT-SKIPPED-LINE.
           05  FILLER              PIC X(21) VALUE
               "TRAIL NOT AVAILABLE: ".
           05  AK-TRAIL-NAME       PIC X(8).
           05  FILLER              PIC X(8) VALUE " STATUS ".
           05  AK-STATUS           PIC XX.
           05  FILLER              PIC X(10) VALUE " - SKIPPED".
           05  FILLER              PIC X(83) VALUE SPACES.
       01  WS-AUDIT-DETAIL.
           05  AD-EVENT-DATE       PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-EVENT-TIME       PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-SOURCE           PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-USER-ID          PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-ACTION           PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-CUSTOMER-ID      PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-MERCHANT-ID      PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-REFERENCE        PIC X(17).
           05  FILLER              PIC X(5) VALUE " WAS ".
           05  AD-BEFORE-VALUE     PIC X(47).
       01  WS-AUDIT-AFTER-LINE.
           05  FILLER              PIC X(80) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE " NOW ".
           05  AD-AFTER-VALUE      PIC X(47).
       01  WS-AUDIT-TOTAL-LINE.
           05  FILLER              PIC X(15) VALUE
               "ENTRIES READ: ".
           05  AT-COUNT-READ       PIC 9(9).
           05  FILLER              PIC X(10) VALUE " LISTED: ".
           05  AT-COUNT-LISTED     PIC 9(9).
           05  FILLER              PIC X(18) VALUE
               " TRAILS SKIPPED: ".
           05  AT-COUNT-SKIPPED    PIC 9(3).
           05  FILLER              PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.
       REPORT-LOGIC.
           DISPLAY "=================================".
           DISPLAY "AUDIT REPORT STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM LOAD-AUDIT-SELECTION.

           OPEN OUTPUT AUDIT-REPORT-FILE.
           IF NOT AUDIT-RPT-OK
               DISPLAY "AUDIT REPORT: UNABLE TO OPEN AUDRPT "
                       WS-AUDIT-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-AUDIT-HEADINGS.

           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY AR-EVENT-DATE
                                AR-EVENT-TIME
                                AR-SEQUENCE
               INPUT PROCEDURE IS RELEASE-ALL-TRAILS
               OUTPUT PROCEDURE IS LIST-ALL-ENTRIES.

           PERFORM WRITE-AUDIT-TOTALS.
           CLOSE AUDIT-REPORT-FILE.

           DISPLAY "AUDIT REPORT: TRAIL ENTRIES READ:  "
                   WS-COUNT-ENTRIES-READ.
           DISPLAY "AUDIT REPORT: ENTRIES SELECTED:    "
                   WS-COUNT-SELECTED.
           DISPLAY "AUDIT REPORT: ENTRIES LISTED:      "
                   WS-COUNT-LISTED.
           DISPLAY "AUDIT REPORT: TRAILS SKIPPED:      "
                   WS-COUNT-TRAILS-SKIPPED.
           DISPLAY "=================================".

           IF WS-COUNT-TRAILS-SKIPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-AUDIT-SELECTION.
           OPEN INPUT AUDIT-SELECT-FILE.
           IF AUDIT-SELECT-OK
               READ AUDIT-SELECT-FILE
                   NOT AT END
                       MOVE AS-OPERATOR-ID TO WS-SEL-OPERATOR-ID
                       IF AS-CUSTOMER-ID NUMERIC
                           MOVE AS-CUSTOMER-ID TO WS-SEL-CUSTOMER-ID
                       END-IF
                       IF AS-MERCHANT-ID NUMERIC
                           MOVE AS-MERCHANT-ID TO WS-SEL-MERCHANT-ID
                       END-IF
                       IF AS-FROM-DATE NUMERIC
                           MOVE AS-FROM-DATE TO WS-SEL-FROM-DATE
                       END-IF
                       IF AS-TO-DATE NUMERIC
                           MOVE AS-TO-DATE TO WS-SEL-TO-DATE
                       END-IF
               END-READ
               CLOSE AUDIT-SELECT-FILE
           ELSE
               DISPLAY "AUDIT REPORT: NO SELECTION FILE "
                       WS-AUDIT-SELECT-STATUS
                       " - LISTING EVERY ENTRY"
           END-IF.

       WRITE-AUDIT-HEADINGS.
           MOVE CW-CURRENT-DATE TO AH-RUN-DATE.
           MOVE WS-SEL-OPERATOR-ID TO AH-OPERATOR-ID.
           MOVE WS-SEL-CUSTOMER-ID TO AH-CUSTOMER-ID.
           MOVE WS-SEL-MERCHANT-ID TO AH-MERCHANT-ID.
           MOVE WS-SEL-FROM-DATE TO AH-FROM-DATE.
           MOVE WS-SEL-TO-DATE TO AH-TO-DATE.
           MOVE WS-AUDIT-HEADING TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE WS-AUDIT-COLUMN-HEADING TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

       WRITE-SKIPPED-TRAIL.
           ADD 1 TO WS-COUNT-TRAILS-SKIPPED.
           DISPLAY "AUDIT REPORT: NO " WS-SKIPPED-TRAIL " TRAIL "
                   WS-SKIPPED-STATUS " - SKIPPED".
           MOVE WS-SKIPPED-TRAIL TO AK-TRAIL-NAME.
           MOVE WS-SKIPPED-STATUS TO AK-STATUS.
           MOVE WS-AUDIT-SKIPPED-LINE TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

      *****************************************************************
      * Input side - every entry on every trail, put in common form
      * and released when it meets the selection.
      *****************************************************************
       RELEASE-ALL-TRAILS.
           PERFORM RELEASE-CUST-AUDIT.
           PERFORM RELEASE-ACCT-AUDIT.
           PERFORM RELEASE-MERCH-AUDIT.
           PERFORM RELEASE-WAREHOUSE-AUDIT.
           PERFORM RELEASE-ORDER-AUDIT.
           PERFORM RELEASE-PARM-AUDIT.
           PERFORM RELEASE-HELD-LOG.
           PERFORM RELEASE-APPROVAL-LOG.
           PERFORM RELEASE-DISPUTES.

       RELEASE-IF-SELECTED.
           ADD 1 TO WS-COUNT-ENTRIES-READ.
           IF (WS-SEL-OPERATOR-ID = SPACES
                  OR AR-USER-ID = WS-SEL-OPERATOR-ID)
              AND (WS-SEL-CUSTOMER-ID = ZERO
                  OR AR-CUSTOMER-ID = WS-SEL-CUSTOMER-ID)
              AND (WS-SEL-MERCHANT-ID = ZERO
                  OR AR-MERCHANT-ID = WS-SEL-MERCHANT-ID)
              AND (WS-SEL-FROM-DATE = ZERO
                  OR AR-EVENT-DATE NOT < WS-SEL-FROM-DATE)
              AND (WS-SEL-TO-DATE = ZERO
                  OR AR-EVENT-DATE NOT > WS-SEL-TO-DATE)
               ADD 1 TO WS-RELEASE-SEQUENCE
               MOVE WS-RELEASE-SEQUENCE TO AR-SEQUENCE
               RELEASE AUDIT-SORT-RECORD
               ADD 1 TO WS-COUNT-SELECTED
           END-IF.

      *    Customer master maintenance (CUSTOMER-MAINT).
       RELEASE-CUST-AUDIT.
           OPEN INPUT CUST-AUDIT-FILE.
           IF NOT CUST-AUDIT-OK
               MOVE "CMAUDIT" TO WS-SKIPPED-TRAIL
               MOVE WS-CUST-AUDIT-STATUS TO WS-SKIPPED-STATUS
               PERFORM WRITE-SKIPPED-TRAIL
           ELSE
               PERFORM READ-CUST-AUDIT-RECORD
               PERFORM RELEASE-ONE-CUST-AUDIT
                   UNTIL CUST-AUDIT-EOF
               CLOSE CUST-AUDIT-FILE
           END-IF.

       READ-CUST-AUDIT-RECORD.
           READ CUST-AUDIT-FILE
               AT END
                   SET CUST-AUDIT-EOF TO TRUE
           END-READ.

       RELEASE-ONE-CUST-AUDIT.
           MOVE SPACES TO AUDIT-SORT-RECORD.
           MOVE CA-AUDIT-DATE TO AR-EVENT-DATE.
           MOVE CA-AUDIT-TIME TO AR-EVENT-TIME.
           MOVE "CUSTMNT" TO AR-SOURCE.
           MOVE CA-USER-ID TO AR-USER-ID.
           EVALUATE CA-ACTION-CODE
               WHEN 'A'   MOVE "ADD" TO AR-ACTION
               WHEN 'C'   MOVE "CHANGE" TO AR-ACTION
               WHEN 'X'   MOVE "CLOSE" TO AR-ACTION
               WHEN 'T'   MOVE "TIER" TO AR-ACTION
               WHEN 'K'   MOVE "KYC REVIEW" TO AR-ACTION
               WHEN 'B'   MOVE "MCC BLOCK" TO AR-ACTION
               WHEN 'U'   MOVE "MCC UNBLK" TO AR-ACTION
               WHEN OTHER MOVE CA-ACTION-CODE TO AR-ACTION
           END-EVALUATE.
           IF CA-CATEGORY-CODE NOT = SPACES
               STRING "MCC " CA-CATEGORY-CODE
                   DELIMITED BY SIZE INTO AR-REFERENCE
           END-IF.
           MOVE CA-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE ZERO TO AR-MERCHANT-ID.
           IF CA-BEFORE-IMAGE NOT = SPACES
               MOVE CA-BEFORE-STATUS TO WS-CI-STATUS
               MOVE CA-BEFORE-TIER TO WS-CI-TIER
               MOVE CA-BEFORE-KYC-RISK TO WS-CI-KYC-RISK
               MOVE CA-BEFORE-KYC-NEXT TO WS-CI-KYC-NEXT
               MOVE CA-BEFORE-NAME TO WS-CI-NAME
               MOVE WS-CUST-IMAGE TO AR-BEFORE-VALUE
           END-IF.
           MOVE CA-AFTER-STATUS TO WS-CI-STATUS.
           MOVE CA-AFTER-TIER TO WS-CI-TIER.
           MOVE CA-AFTER-KYC-RISK TO WS-CI-KYC-RISK.
           MOVE CA-AFTER-KYC-NEXT TO WS-CI-KYC-NEXT.
           MOVE CA-AFTER-NAME TO WS-CI-NAME.
           MOVE WS-CUST-IMAGE TO AR-AFTER-VALUE.
           PERFORM RELEASE-IF-SELECTED.
           PERFORM READ-CUST-AUDIT-RECORD.

      *    Account status changes (ACCOUNT-MAINT, and the dormancy
      *    sweep under its own id).
       RELEASE-ACCT-AUDIT.
           OPEN INPUT ACCT-AUDIT-FILE.
           IF NOT ACCT-AUDIT-OK
               MOVE "ACCTAUD" TO WS-SKIPPED-TRAIL
               MOVE WS-ACCT-AUDIT-STATUS TO WS-SKIPPED-STATUS
               PERFORM WRITE-SKIPPED-TRAIL
           ELSE
               PERFORM READ-ACCT-AUDIT-RECORD
               PERFORM RELEASE-ONE-ACCT-AUDIT
                   UNTIL ACCT-AUDIT-EOF
               CLOSE ACCT-AUDIT-FILE
           END-IF.

       READ-ACCT-AUDIT-RECORD.
           READ ACCT-AUDIT-FILE
               AT END
                   SET ACCT-AUDIT-EOF TO TRUE
           END-READ.

       RELEASE-ONE-ACCT-AUDIT.
           MOVE SPACES TO AUDIT-SORT-RECORD.
           MOVE AA-AUDIT-DATE TO AR-EVENT-DATE.
           MOVE AA-AUDIT-TIME TO AR-EVENT-TIME.
           IF AA-ACTION-CODE = 'D'
               MOVE "DORMSWP" TO AR-SOURCE
           ELSE
               MOVE "ACCTMNT" TO AR-SOURCE
           END-IF.
           MOVE AA-USER-ID TO AR-USER-ID.
           EVALUATE AA-ACTION-CODE
               WHEN 'A'   MOVE "OPEN" TO AR-ACTION
               WHEN 'R'   MOVE "REACTIVATE" TO AR-ACTION
               WHEN 'X'   MOVE "CLOSE" TO AR-ACTION
               WHEN 'Y'   MOVE "CURRENCY" TO AR-ACTION
               WHEN 'D'   MOVE "DORMANT" TO AR-ACTION
               WHEN OTHER MOVE AA-ACTION-CODE TO AR-ACTION
           END-EVALUATE.
           MOVE AA-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE ZERO TO AR-MERCHANT-ID.
           MOVE AA-ACCOUNT-NUMBER TO AR-REFERENCE.
           MOVE AA-BEFORE-STATUS TO WS-AI-STATUS.
           MOVE AA-BEFORE-CURRENCY TO WS-AI-CURRENCY.
           MOVE AA-BEFORE-LAST-ACTIVITY TO WS-AI-LAST-ACTIVITY.
           MOVE AA-BEFORE-DORMANT-DATE TO WS-AI-DORMANT-DATE.
           MOVE WS-ACCT-IMAGE TO AR-BEFORE-VALUE.
           MOVE AA-AFTER-STATUS TO WS-AI-STATUS.
           MOVE AA-AFTER-CURRENCY TO WS-AI-CURRENCY.
           MOVE AA-AFTER-LAST-ACTIVITY TO WS-AI-LAST-ACTIVITY.
           MOVE AA-AFTER-DORMANT-DATE TO WS-AI-DORMANT-DATE.
           MOVE WS-ACCT-IMAGE TO AR-AFTER-VALUE.
           PERFORM RELEASE-IF-SELECTED.
           PERFORM READ-ACCT-AUDIT-RECORD.

      *    Merchant master maintenance (MERCHANT-MAINT).
       RELEASE-MERCH-AUDIT.
           OPEN INPUT MERCH-AUDIT-FILE.
           IF NOT MERCH-AUDIT-OK
               MOVE "MMAUDIT" TO WS-SKIPPED-TRAIL
               MOVE WS-MERCH-AUDIT-STATUS TO WS-SKIPPED-STATUS
               PERFORM WRITE-SKIPPED-TRAIL
           ELSE
               PERFORM READ-MERCH-AUDIT-RECORD
               PERFORM RELEASE-ONE-MERCH-AUDIT
                   UNTIL MERCH-AUDIT-EOF
               CLOSE MERCH-AUDIT-FILE
           END-IF.

       READ-MERCH-AUDIT-RECORD.
           READ MERCH-AUDIT-FILE
               AT END
                   SET MERCH-AUDIT-EOF TO TRUE
           END-READ.

       RELEASE-ONE-MERCH-AUDIT.
           MOVE SPACES TO AUDIT-SORT-RECORD.
           MOVE MU-AUDIT-DATE TO AR-EVENT-DATE.
           MOVE MU-AUDIT-TIME TO AR-EVENT-TIME.
           MOVE "MERCHMNT" TO AR-SOURCE.
           MOVE MU-USER-ID TO AR-USER-ID.
           EVALUATE MU-ACTION-CODE
               WHEN 'A'   MOVE "ADD" TO AR-ACTION
               WHEN 'C'   MOVE "CHANGE" TO AR-ACTION
               WHEN 'X'   MOVE "CLOSE" TO AR-ACTION
               WHEN OTHER MOVE MU-ACTION-CODE TO AR-ACTION
           END-EVALUATE.
           IF MU-AFTER-CATEGORY NOT = SPACES
               IF MU-BEFORE-CATEGORY NOT = SPACES
                  AND MU-BEFORE-CATEGORY NOT = MU-AFTER-CATEGORY
                   STRING "MCC " MU-AFTER-CATEGORY
                          " WAS " MU-BEFORE-CATEGORY
                       DELIMITED BY SIZE INTO AR-REFERENCE
               ELSE
                   STRING "MCC " MU-AFTER-CATEGORY
                       DELIMITED BY SIZE INTO AR-REFERENCE
               END-IF
           END-IF.
           MOVE ZERO TO AR-CUSTOMER-ID.
           MOVE MU-MERCHANT-ID TO AR-MERCHANT-ID.
           IF MU-BEFORE-STATUS NOT = SPACE
               MOVE MU-BEFORE-STATUS TO WS-MI-STATUS
               MOVE MU-BEFORE-FEE-BEARER TO WS-MI-FEE-BEARER
               MOVE MU-BEFORE-BANK-ROUTING TO WS-MI-BANK-ROUTING
               MOVE MU-BEFORE-BANK-ACCOUNT TO WS-MI-BANK-ACCOUNT
               MOVE MU-BEFORE-NAME TO WS-MI-NAME
               MOVE WS-MERCH-IMAGE TO AR-BEFORE-VALUE
           END-IF.
           MOVE MU-AFTER-STATUS TO WS-MI-STATUS.
           MOVE MU-AFTER-FEE-BEARER TO WS-MI-FEE-BEARER.
           MOVE MU-AFTER-BANK-ROUTING TO WS-MI-BANK-ROUTING.
           MOVE MU-AFTER-BANK-ACCOUNT TO WS-MI-BANK-ACCOUNT.
           MOVE MU-AFTER-NAME TO WS-MI-NAME.
           MOVE WS-MERCH-IMAGE TO AR-AFTER-VALUE.
           PERFORM RELEASE-IF-SELECTED.
           PERFORM READ-MERCH-AUDIT-RECORD.

      *    Warehoused payment cancels and amendments
      *    (WAREHOUSE-MAINT), referenced by the channel reference.
       RELEASE-WAREHOUSE-AUDIT.
           OPEN INPUT WAREHOUSE-AUDIT-FILE.
           IF NOT WAREHOUSE-AUDIT-OK
               MOVE "WHAUDIT" TO WS-SKIPPED-TRAIL
               MOVE WS-WAREHOUSE-AUDIT-STATUS TO WS-SKIPPED-STATUS
               PERFORM WRITE-SKIPPED-TRAIL
           ELSE
               PERFORM READ-WAREHOUSE-AUDIT-RECORD
               PERFORM RELEASE-ONE-WAREHOUSE-AUDIT
                   UNTIL WAREHOUSE-AUDIT-EOF
               CLOSE WAREHOUSE-AUDIT-FILE
           END-IF.

       READ-WAREHOUSE-AUDIT-RECORD.
           READ WAREHOUSE-AUDIT-FILE
               AT END
                   SET WAREHOUSE-AUDIT-EOF TO TRUE
           END-READ.

       RELEASE-ONE-WAREHOUSE-AUDIT.
           MOVE SPACES TO AUDIT-SORT-RECORD.
           MOVE WU-AUDIT-DATE TO AR-EVENT-DATE.
           MOVE WU-AUDIT-TIME TO AR-EVENT-TIME.
           MOVE "WHMAINT" TO AR-SOURCE.
           MOVE WU-USER-ID TO AR-USER-ID.
           EVALUATE WU-ACTION-CODE
               WHEN 'X'   MOVE "CANCEL" TO AR-ACTION
               WHEN 'A'   MOVE "AMEND" TO AR-ACTION
               WHEN OTHER MOVE WU-ACTION-CODE TO AR-ACTION
           END-EVALUATE.
           MOVE WU-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE ZERO TO AR-MERCHANT-ID.
           MOVE WU-CHANNEL-REF TO AR-REFERENCE.
           MOVE WU-BEFORE-AMOUNT TO WS-WI-AMOUNT.
           MOVE WU-BEFORE-VALUE-DATE TO WS-WI-VALUE-DATE.
           MOVE WS-WAREHOUSE-IMAGE TO AR-BEFORE-VALUE.
           MOVE WU-AFTER-AMOUNT TO WS-WI-AMOUNT.
           MOVE WU-AFTER-VALUE-DATE TO WS-WI-VALUE-DATE.
           MOVE WS-WAREHOUSE-IMAGE TO AR-AFTER-VALUE.
           PERFORM RELEASE-IF-SELECTED.
           PERFORM READ-WAREHOUSE-AUDIT-RECORD.

      *    Standing-order maintenance (STANDING-ORDER-MAINT),
      *    referenced by the order id. The customer and merchant come
      *    from the after image, which every action carries.
       RELEASE-ORDER-AUDIT.
           OPEN INPUT ORDER-AUDIT-FILE.
           IF NOT ORDER-AUDIT-OK
               MOVE "SOAUDIT" TO WS-SKIPPED-TRAIL
               MOVE WS-ORDER-AUDIT-STATUS TO WS-SKIPPED-STATUS
               PERFORM WRITE-SKIPPED-TRAIL
           ELSE
               PERFORM READ-ORDER-AUDIT-RECORD
               PERFORM RELEASE-ONE-ORDER-AUDIT
                   UNTIL ORDER-AUDIT-EOF
               CLOSE ORDER-AUDIT-FILE
           END-IF.

       READ-ORDER-AUDIT-RECORD.
           READ ORDER-AUDIT-FILE
               AT END
                   SET ORDER-AUDIT-EOF TO TRUE
           END-READ.

       RELEASE-ONE-ORDER-AUDIT.
           MOVE SPACES TO AUDIT-SORT-RECORD.
           MOVE OA-AUDIT-DATE TO AR-EVENT-DATE.
           MOVE OA-AUDIT-TIME TO AR-EVENT-TIME.
           MOVE "STORDMNT" TO AR-SOURCE.
           MOVE OA-USER-ID TO AR-USER-ID.
           EVALUATE OA-ACTION-CODE
               WHEN 'A'   MOVE "ADD" TO AR-ACTION
               WHEN 'C'   MOVE "CHANGE" TO AR-ACTION
               WHEN 'X'   MOVE "CANCEL" TO AR-ACTION
               WHEN OTHER MOVE OA-ACTION-CODE TO AR-ACTION
           END-EVALUATE.
           MOVE OA-AFTER-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE OA-AFTER-MERCHANT-ID TO AR-MERCHANT-ID.
           MOVE OA-ORDER-ID TO AR-REFERENCE.
           IF OA-BEFORE-IMAGE NOT = SPACES
               MOVE OA-BEFORE-STATUS TO WS-OI-STATUS
               MOVE OA-BEFORE-AMOUNT TO WS-OI-AMOUNT
               MOVE OA-BEFORE-CURRENCY TO WS-OI-CURRENCY
               MOVE OA-BEFORE-FREQUENCY TO WS-OI-FREQUENCY
               MOVE OA-BEFORE-NEXT-DUE TO WS-OI-NEXT-DUE
               MOVE OA-BEFORE-ACCOUNT-NUMBER TO WS-OI-ACCOUNT-NUMBER
               MOVE WS-ORDER-IMAGE TO AR-BEFORE-VALUE
           END-IF.
           MOVE OA-AFTER-STATUS TO WS-OI-STATUS.
           MOVE OA-AFTER-AMOUNT TO WS-OI-AMOUNT.
           MOVE OA-AFTER-CURRENCY TO WS-OI-CURRENCY.
           MOVE OA-AFTER-FREQUENCY TO WS-OI-FREQUENCY.
           MOVE OA-AFTER-NEXT-DUE TO WS-OI-NEXT-DUE.
           MOVE OA-AFTER-ACCOUNT-NUMBER TO WS-OI-ACCOUNT-NUMBER.
           MOVE WS-ORDER-IMAGE TO AR-AFTER-VALUE.
           PERFORM RELEASE-IF-SELECTED.
           PERFORM READ-ORDER-AUDIT-RECORD.

      *    Parameter changes (PARM-MAINT), referenced by the target
      *    file and the date the change takes effect. They belong to
      *    no customer or merchant.
       RELEASE-PARM-AUDIT.
           OPEN INPUT PARM-AUDIT-FILE.
           IF NOT PARM-AUDIT-OK
               MOVE "PARMAUD" TO WS-SKIPPED-TRAIL
               MOVE WS-PARM-AUDIT-STATUS TO WS-SKIPPED-STATUS
               PERFORM WRITE-SKIPPED-TRAIL
           ELSE
               PERFORM READ-PARM-AUDIT-RECORD
               PERFORM RELEASE-ONE-PARM-AUDIT
                   UNTIL PARM-AUDIT-EOF
               CLOSE PARM-AUDIT-FILE
           END-IF.

       READ-PARM-AUDIT-RECORD.
           READ PARM-AUDIT-FILE
               AT END
                   SET PARM-AUDIT-EOF TO TRUE
           END-READ.

       RELEASE-ONE-PARM-AUDIT.
           MOVE SPACES TO AUDIT-SORT-RECORD.
           MOVE PA-AUDIT-DATE TO AR-EVENT-DATE.
           MOVE PA-AUDIT-TIME TO AR-EVENT-TIME.
           MOVE "PARMMNT" TO AR-SOURCE.
           MOVE PA-USER-ID TO AR-USER-ID.
           IF PA-OLD-VALUE = SPACES
               MOVE "ADD" TO AR-ACTION
           ELSE
               MOVE "CHANGE" TO AR-ACTION
           END-IF.
           MOVE ZERO TO AR-CUSTOMER-ID.
           MOVE ZERO TO AR-MERCHANT-ID.
           EVALUATE PA-TARGET-FILE
               WHEN 'V'   MOVE "VALPARM" TO WS-PR-TARGET-NAME
               WHEN 'F'   MOVE "FEESCHED" TO WS-PR-TARGET-NAME
               WHEN 'L'   MOVE "VELPARM" TO WS-PR-TARGET-NAME
               WHEN 'D'   MOVE "DUPPARM" TO WS-PR-TARGET-NAME
               WHEN 'T'   MOVE "CUTPARM" TO WS-PR-TARGET-NAME
               WHEN 'P'   MOVE "PRICAGR" TO WS-PR-TARGET-NAME
               WHEN 'X'   MOVE "TAXPARM" TO WS-PR-TARGET-NAME
               WHEN 'S'   MOVE "SVCPARM" TO WS-PR-TARGET-NAME
               WHEN OTHER MOVE PA-TARGET-FILE TO WS-PR-TARGET-NAME
           END-EVALUATE.
           MOVE PA-EFFECTIVE-DATE TO WS-PR-EFFECTIVE-DATE.
           MOVE WS-PARM-REFERENCE TO AR-REFERENCE.
           MOVE PA-OLD-VALUE TO AR-BEFORE-VALUE.
           MOVE PA-NEW-VALUE TO AR-AFTER-VALUE.
           PERFORM RELEASE-IF-SELECTED.
           PERFORM READ-PARM-AUDIT-RECORD.

      *    Held-payment decisions (HELD-REVIEW). Before is the hold,
      *    after is the disposition and the resulting posting.
       RELEASE-HELD-LOG.
           OPEN INPUT HELD-LOG-FILE.
           IF NOT HELD-LOG-OK
               MOVE "HELDLOG" TO WS-SKIPPED-TRAIL
               MOVE WS-HELD-LOG-STATUS TO WS-SKIPPED-STATUS
               PERFORM WRITE-SKIPPED-TRAIL
           ELSE
               PERFORM READ-HELD-LOG-RECORD
               PERFORM RELEASE-ONE-HELD-DECISION
                   UNTIL HELD-LOG-EOF
               CLOSE HELD-LOG-FILE
           END-IF.

       READ-HELD-LOG-RECORD.
           READ HELD-LOG-FILE
               AT END
                   SET HELD-LOG-EOF TO TRUE
           END-READ.

       RELEASE-ONE-HELD-DECISION.
           MOVE SPACES TO AUDIT-SORT-RECORD.
           MOVE HL-DECISION-DATE TO AR-EVENT-DATE.
           MOVE HL-DECISION-TIME TO AR-EVENT-TIME.
           MOVE "HELDREV" TO AR-SOURCE.
           MOVE HL-SUPERVISOR-ID TO AR-USER-ID.
           EVALUATE HL-ACTION-CODE
               WHEN 'R'   MOVE "RELEASE" TO AR-ACTION
               WHEN 'D'   MOVE "DECLINE" TO AR-ACTION
               WHEN OTHER MOVE HL-ACTION-CODE TO AR-ACTION
           END-EVALUATE.
           MOVE HL-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE HL-MERCHANT-ID TO AR-MERCHANT-ID.
           MOVE HL-CHANNEL-REF TO AR-REFERENCE.
           MOVE "HELD     " TO WS-DB-LABEL.
           MOVE HL-HOLD-REASON TO WS-DB-DETAIL.
           MOVE HL-PAYMENT-AMOUNT TO WS-DB-AMOUNT.
           MOVE HL-CURRENCY-CODE TO WS-DB-CURRENCY.
           MOVE WS-DECISION-BEFORE TO AR-BEFORE-VALUE.
           MOVE HL-DISPOSITION-CODE TO WS-DA-DISPOSITION.
           MOVE HL-RELEASE-STATUS TO WS-DA-STATUS.
           MOVE HL-RELEASE-TRANS-ID TO WS-DA-TRANS-ID.
           MOVE WS-DECISION-AFTER TO AR-AFTER-VALUE.
           PERFORM RELEASE-IF-SELECTED.
           PERFORM READ-HELD-LOG-RECORD.

      *    Dual-authorization decisions (APPROVAL-REVIEW). Before is
      *    the capture, after is the disposition and the posting.
       RELEASE-APPROVAL-LOG.
           OPEN INPUT APPROVAL-LOG-FILE.
           IF NOT APPROVAL-LOG-OK
               MOVE "APPRLOG" TO WS-SKIPPED-TRAIL
               MOVE WS-APPROVAL-LOG-STATUS TO WS-SKIPPED-STATUS
               PERFORM WRITE-SKIPPED-TRAIL
           ELSE
               PERFORM READ-APPROVAL-LOG-RECORD
               PERFORM RELEASE-ONE-APPROVAL
                   UNTIL APPROVAL-LOG-EOF
               CLOSE APPROVAL-LOG-FILE
           END-IF.

       READ-APPROVAL-LOG-RECORD.
           READ APPROVAL-LOG-FILE
               AT END
                   SET APPROVAL-LOG-EOF TO TRUE
           END-READ.

       RELEASE-ONE-APPROVAL.
           MOVE SPACES TO AUDIT-SORT-RECORD.
           MOVE AV-DECISION-DATE TO AR-EVENT-DATE.
           MOVE AV-DECISION-TIME TO AR-EVENT-TIME.
           MOVE "APPRREV" TO AR-SOURCE.
           MOVE AV-OFFICER-ID TO AR-USER-ID.
           EVALUATE AV-ACTION-CODE
               WHEN 'A'   MOVE "APPROVE" TO AR-ACTION
               WHEN 'R'   MOVE "REFUSE" TO AR-ACTION
               WHEN OTHER MOVE AV-ACTION-CODE TO AR-ACTION
           END-EVALUATE.
           MOVE AV-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE AV-MERCHANT-ID TO AR-MERCHANT-ID.
           MOVE AV-CHANNEL-REF TO AR-REFERENCE.
           MOVE "CAPTURED " TO WS-DB-LABEL.
           MOVE AV-CAPTURED-BY TO WS-DB-DETAIL.
           MOVE AV-PAYMENT-AMOUNT TO WS-DB-AMOUNT.
           MOVE AV-CURRENCY-CODE TO WS-DB-CURRENCY.
           MOVE WS-DECISION-BEFORE TO AR-BEFORE-VALUE.
           MOVE AV-DISPOSITION-CODE TO WS-DA-DISPOSITION.
           MOVE AV-RELEASE-STATUS TO WS-DA-STATUS.
           MOVE AV-RELEASE-TRANS-ID TO WS-DA-TRANS-ID.
           MOVE WS-DECISION-AFTER TO AR-AFTER-VALUE.
           PERFORM RELEASE-IF-SELECTED.
           PERFORM READ-APPROVAL-LOG-RECORD.

      *    Disputes (DISPUTE-MAINT) keep no separate trail - the
      *    master carries who opened and who resolved each one, with
      *    the dates but not the times, so each gives an opening
      *    entry and, once resolved, a resolution entry.
       RELEASE-DISPUTES.
           OPEN INPUT DISPUTE-FILE.
           IF NOT DISPUTE-OK
               MOVE "DISPUTES" TO WS-SKIPPED-TRAIL
               MOVE WS-DISPUTE-STATUS TO WS-SKIPPED-STATUS
               PERFORM WRITE-SKIPPED-TRAIL
           ELSE
               PERFORM READ-DISPUTE-RECORD
               PERFORM RELEASE-ONE-DISPUTE
                   UNTIL DISPUTE-EOF
               CLOSE DISPUTE-FILE
           END-IF.

       READ-DISPUTE-RECORD.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET DISPUTE-EOF TO TRUE
           END-READ.

       RELEASE-ONE-DISPUTE.
           MOVE SPACES TO AUDIT-SORT-RECORD.
           MOVE DP-OPENED-DATE TO AR-EVENT-DATE.
           MOVE ZERO TO AR-EVENT-TIME.
           MOVE "DISPMNT" TO AR-SOURCE.
           MOVE DP-OPENED-BY TO AR-USER-ID.
           MOVE "OPEN" TO AR-ACTION.
           MOVE DP-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE DP-MERCHANT-ID TO AR-MERCHANT-ID.
           MOVE DP-ORIGINAL-TRANS-ID TO AR-REFERENCE.
           MOVE "OPEN" TO WS-DI-STATUS.
           MOVE DP-DISPUTED-AMOUNT TO WS-DI-AMOUNT.
           MOVE DP-CURRENCY-CODE TO WS-DI-CURRENCY.
           MOVE DP-RETURN-REASON TO WS-DI-REASON.
           MOVE WS-DISPUTE-IMAGE TO AR-AFTER-VALUE.
           PERFORM RELEASE-IF-SELECTED.
           IF NOT DP-STATUS-OPEN
              AND DP-RESOLVED-DATE NOT = ZERO
               MOVE DP-RESOLVED-DATE TO AR-EVENT-DATE
               MOVE ZERO TO AR-EVENT-TIME
               MOVE DP-RESOLVED-BY TO AR-USER-ID
               MOVE WS-DISPUTE-IMAGE TO AR-BEFORE-VALUE
               IF DP-STATUS-REPRESENTED
                   MOVE "REPRESENT" TO AR-ACTION
                   MOVE "REPRESENTED" TO WS-DI-STATUS
               ELSE
                   MOVE "WRITE-OFF" TO AR-ACTION
                   MOVE "WRITTEN OFF" TO WS-DI-STATUS
               END-IF
               MOVE WS-DISPUTE-IMAGE TO AR-AFTER-VALUE
               PERFORM RELEASE-IF-SELECTED
           END-IF.
           PERFORM READ-DISPUTE-RECORD.

      *****************************************************************
      * Output side - the selected entries in date and time order,
      * each with its before and after values.
      *****************************************************************
       LIST-ALL-ENTRIES.
           PERFORM RETURN-SORTED-ITEM.
           PERFORM LIST-ONE-ENTRY
               UNTIL END-OF-SORTED-ITEMS.

       RETURN-SORTED-ITEM.
           RETURN AUDIT-SORT-FILE
               AT END
                   SET END-OF-SORTED-ITEMS TO TRUE
           END-RETURN.

       LIST-ONE-ENTRY.
           MOVE AR-EVENT-DATE TO AD-EVENT-DATE.
           MOVE AR-EVENT-TIME TO AD-EVENT-TIME.
           MOVE AR-SOURCE TO AD-SOURCE.
           MOVE AR-USER-ID TO AD-USER-ID.
           MOVE AR-ACTION TO AD-ACTION.
           MOVE AR-CUSTOMER-ID TO AD-CUSTOMER-ID.
           MOVE AR-MERCHANT-ID TO AD-MERCHANT-ID.
           MOVE AR-REFERENCE TO AD-REFERENCE.
           MOVE AR-BEFORE-VALUE TO AD-BEFORE-VALUE.
           MOVE WS-AUDIT-DETAIL TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE AR-AFTER-VALUE TO AD-AFTER-VALUE.
           MOVE WS-AUDIT-AFTER-LINE TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           ADD 1 TO WS-COUNT-LISTED.
           PERFORM RETURN-SORTED-ITEM.

       WRITE-AUDIT-TOTALS.
           MOVE WS-COUNT-ENTRIES-READ TO AT-COUNT-READ.
           MOVE WS-COUNT-LISTED TO AT-COUNT-LISTED.
           MOVE WS-COUNT-TRAILS-SKIPPED TO AT-COUNT-SKIPPED.
           MOVE WS-AUDIT-TOTAL-LINE TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
