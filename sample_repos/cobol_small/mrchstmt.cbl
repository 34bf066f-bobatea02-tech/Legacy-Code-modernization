       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCHANT-STATEMENT.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Merchant statement generation - The merchant's counterpart of
      * STATEMENT, so a payout is no longer an unexplained figure.
      * For the STMTPARM period it sorts everything that touched
      * each merchant by merchant id and prints one statement per
      * merchant (name from the merchant master):
      *   - every posting and reversal credited to the merchant,
      *     read from the live log and the cumulative archive
      *     together (the INQUIRY fallback convention, so a merchant
      *     disputing last quarter can still be answered), with the
      *     fee shown as payer-borne or merchant-absorbed and bank
      *     returns marked with their return reason;
      *   - each day's remittance totals per currency - gross,
      *     payer fees, absorbed fees and net payable, accumulated
      *     from those postings exactly as MERCHANT-REMIT cuts the
      *     REMIT-EXTRACT row for the day (the extract itself is
      *     recut every cycle, so the log is the lasting record);
      *   - each payout ledger row with its status - paid and on
      *     what date, still unpaid, or carried to the merchant
      *     receivable - with gross, receivable offset and net
      *     paid, so every MERCHANT-PAYOUT disbursement is
      *     accounted for;
      *   - returns under dispute on the dispute master, open or
      *     resolved inside the period;
      * and closes with the opening and closing amounts owed per
      * currency: everything remitted before the period less
      * everything paid out before it, plus net remitted in the
      * period, less paid out in the period. A negative figure is
      * a receivable the merchant owes back.
      * A same-day recall and its reversal are left off the
      * statement, as they are left out of the remittance.
      * Each posting shows the tax on its fee, and a merchant-
      * absorbed fee's tax counts in the day's absorbed fees, so
      * net payable agrees with REMIT-EXTRACT and PAYLEDGR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MERCHANT-ID
               FILE STATUS IS WS-MERCHANT-MASTER-STATUS.
           SELECT PAYOUT-LEDGER-FILE ASSIGN TO "PAYLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-PAYOUT-KEY
               FILE STATUS IS WS-PAYOUT-LEDGER-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-ORIGINAL-TRANS-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT STMT-PARM-FILE ASSIGN TO "STMTPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-PARM-STATUS.
           SELECT MERCHANT-STMT-FILE ASSIGN TO "MSTMTPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERCHANT-STMT-STATUS.
           SELECT MERCHANT-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  ARCHIVE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC REPLACING
               ==TRANSACTION-LOG-RECORD== BY ==ARCHIVE-LOG-RECORD==
               LEADING ==TL== BY ==AL==.

       FD  MERCHANT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MERCHANT-MASTER-REC.

       FD  PAYOUT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYOUT-LEDGER-REC.

       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE-REC.

       FD  STMT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STMT-PARM-REC.

       FD  MERCHANT-STMT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHANT-STMT-LINE          PIC X(132).

      *    One sort stream carries every kind of item, so each
      *    merchant's postings (1), payout ledger rows (2) and
      *    disputes (3) arrive together and in that order.
       SD  MERCHANT-SORT-FILE.
       01  MERCHANT-SORT-RECORD.
           05  MS-MERCHANT-ID          PIC 9(8).
           05  MS-RECORD-KIND          PIC X.
               88  MS-KIND-POSTING     VALUE '1'.
               88  MS-KIND-LEDGER      VALUE '2'.
               88  MS-KIND-DISPUTE     VALUE '3'.
           05  MS-CURRENCY-CODE        PIC X(3).
           05  MS-EVENT-DATE           PIC 9(8).
           05  MS-EVENT-TIME           PIC 9(6).
           05  MS-TRANSACTION-ID       PIC 9(10).
           05  MS-TRANSACTION-TYPE     PIC X.
           05  MS-CUSTOMER-ID          PIC 9(8).
           05  MS-AMOUNT               PIC S9(9)V99.
      *    Ledger rows only: receivable offset and net paid.
           05  MS-OFFSET-AMOUNT        PIC S9(9)V99.
           05  MS-NET-AMOUNT           PIC S9(9)V99.
           05  MS-PROCESSING-FEE       PIC S9(5)V99.
      *    Postings only: the tax charged on the processing fee.
           05  MS-FEE-TAX-AMOUNT       PIC S9(5)V99.
           05  MS-FEE-BEARER           PIC X.
           05  MS-STATUS               PIC X.
           05  MS-RETURN-REASON        PIC X(3).
      *    Ledger rows: the payout date. Disputes: the deadline.
           05  MS-SECOND-DATE          PIC 9(8).
      *    Disputes only: the resolved date.
           05  MS-THIRD-DATE           PIC 9(8).
           05  MS-FROM-ARCHIVE         PIC X.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-TRANSACTION-LOG-STATUS PIC XX VALUE "00".
           88 TRANSACTION-LOG-OK     VALUE "00".
           88 TRANSACTION-LOG-EOF    VALUE "10".
       01  WS-ARCHIVE-MASTER-STATUS PIC XX VALUE "00".
           88 ARCHIVE-MASTER-OK       VALUE "00".
           88 ARCHIVE-MASTER-EOF      VALUE "10".
       01  WS-MERCHANT-MASTER-STATUS PIC XX VALUE "00".
           88 MERCHANT-MASTER-OK      VALUE "00".
       01  WS-PAYOUT-LEDGER-STATUS PIC XX VALUE "00".
           88 PAYOUT-LEDGER-OK     VALUE "00".
           88 PAYOUT-LEDGER-EOF    VALUE "10".
       01  WS-DISPUTE-STATUS       PIC XX VALUE "00".
           88 DISPUTE-FILE-OK      VALUE "00".
           88 DISPUTE-FILE-EOF     VALUE "10".
       01  WS-STMT-PARM-STATUS     PIC XX VALUE "00".
           88 STMT-PARM-OK         VALUE "00".
       01  WS-MERCHANT-STMT-STATUS PIC XX VALUE "00".
       01  WS-PERIOD-START         PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END           PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-LOADED-SW     PIC X VALUE 'N'.
           88 PERIOD-LOADED        VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
           88 END-OF-SORTED-ITEMS  VALUE 'Y'.
       01  WS-FROM-ARCHIVE-SW      PIC X VALUE 'N'.
       01  WS-STMT-ARCHIVE-SW      PIC X VALUE 'N'.
           88 STATEMENT-USED-ARCHIVE VALUE 'Y'.
       01  WS-CURRENT-MERCHANT     PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-KIND         PIC X VALUE SPACE.

      *    The remittance day being accumulated - one REMIT-EXTRACT
      *    row's worth: merchant, currency and posting date.
       01  WS-DAY-OPEN-SW          PIC X VALUE 'N'.
           88 REMIT-DAY-OPEN       VALUE 'Y'.
       01  WS-DAY-CURRENCY         PIC X(3) VALUE SPACES.
       01  WS-DAY-DATE             PIC 9(8) VALUE ZERO.
       01  WS-DAY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-DAY-GROSS            PIC S9(9)V99 VALUE ZERO.
       01  WS-DAY-PAYER-FEES       PIC S9(7)V99 VALUE ZERO.
       01  WS-DAY-ABSORBED-FEES    PIC S9(7)V99 VALUE ZERO.
       01  WS-DAY-NET-PAYABLE      PIC S9(9)V99 VALUE ZERO.

      *    Amounts owed per currency for the merchant in hand.
       01  WS-OWED-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-OWED-IDX             PIC 9(2) VALUE ZERO.
       01  WS-OWED-FOUND-IDX       PIC 9(2) VALUE ZERO.
       01  WS-OWED-SEARCH-CCY      PIC X(3) VALUE SPACES.
       01  WS-OWED-TABLE.
           05  WS-OW-ENTRY OCCURS 10 TIMES.
               10  WS-OW-CURRENCY      PIC X(3).
               10  WS-OW-OPENING       PIC S9(11)V99.
               10  WS-OW-REMITTED      PIC S9(11)V99.
               10  WS-OW-DISBURSED     PIC S9(11)V99.
       01  WS-CLOSING-OWED         PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNT-LOG-SCANNED    PIC 9(9) VALUE ZERO.
       01  WS-COUNT-POSTINGS       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ARCHIVE-ITEMS  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-LEDGER-ROWS    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-DISPUTES       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-STATEMENTS     PIC 9(7) VALUE ZERO.

       01  WS-MSTMT-HEADING-1.
           05  FILLER              PIC X(19) VALUE
               "MERCHANT STATEMENT ".
           05  MH1-PERIOD-START    PIC 9(8).
           05  FILLER              PIC X(4) VALUE " TO ".
           05  MH1-PERIOD-END      PIC 9(8).
           05  FILLER              PIC X(93) VALUE SPACES.
       01  WS-MSTMT-HEADING-2.
           05  FILLER              PIC X(9) VALUE "MERCHANT ".
           05  MH2-MERCHANT-ID     PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  MH2-MERCHANT-NAME   PIC X(30).
           05  FILLER              PIC X(84) VALUE SPACES.
       01  WS-POSTING-SECTION-LINE PIC X(132) VALUE
           " POSTINGS, REVERSALS AND DAILY REMITTANCE".
       01  WS-LEDGER-SECTION-LINE  PIC X(132) VALUE
           " PAYOUTS".
       01  WS-DISPUTE-SECTION-LINE PIC X(132) VALUE
           " RETURNS UNDER DISPUTE".
       01  WS-OWED-SECTION-LINE    PIC X(132) VALUE
           " AMOUNTS OWED TO MERCHANT".
       01  WS-ARCHIVE-NOTE-LINE    PIC X(132) VALUE
           "  INCLUDES ITEMS FROM THE TRANSACTION ARCHIVE".
       01  WS-MSTMT-DETAIL.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MD-POSTING-DATE     PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  MD-TYPE-DESC        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  MD-TRANSACTION-ID   PIC 9(10).
           05  FILLER              PIC X(6) VALUE " CUST ".
           05  MD-CUSTOMER-ID      PIC 9(8).
           05  FILLER              PIC X(8) VALUE " AMOUNT ".
           05  MD-AMOUNT           PIC -(7)9.99.
           05  FILLER              PIC X(5) VALUE " FEE ".
           05  MD-PROCESSING-FEE   PIC -(5)9.99.
           05  FILLER              PIC X(5) VALUE " TAX ".
           05  MD-FEE-TAX-AMOUNT   PIC -(5)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  MD-FEE-BEARER-DESC  PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  MD-CURRENCY-CODE    PIC X(3).
           05  FILLER              PIC X(8) VALUE " STATUS ".
           05  MD-STATUS           PIC X.
           05  FILLER              PIC X(5) VALUE " RSN ".
           05  MD-RETURN-REASON    PIC X(3).
           05  FILLER              PIC X(11) VALUE SPACES.
       01  WS-MSTMT-DAY-LINE.
           05  FILLER              PIC X(6) VALUE "  DAY ".
           05  MY-REMIT-DATE       PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  MY-CURRENCY-CODE    PIC X(3).
           05  FILLER              PIC X(7) VALUE " ITEMS ".
           05  MY-ITEM-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(7) VALUE " GROSS ".
           05  MY-GROSS            PIC -(9)9.99.
           05  FILLER              PIC X(12) VALUE " PAYER FEES ".
           05  MY-PAYER-FEES       PIC -(7)9.99.
           05  FILLER              PIC X(10) VALUE " ABSORBED ".
           05  MY-ABSORBED-FEES    PIC -(7)9.99.
           05  FILLER              PIC X(13) VALUE " NET PAYABLE ".
           05  MY-NET-PAYABLE      PIC -(9)9.99.
           05  FILLER              PIC X(12) VALUE SPACES.
       01  WS-MSTMT-PAYOUT-LINE.
           05  FILLER              PIC X(12) VALUE "  REMIT RUN ".
           05  MQ-REMIT-RUN-DATE   PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  MQ-CURRENCY-CODE    PIC X(3).
           05  FILLER              PIC X(7) VALUE " GROSS ".
           05  MQ-GROSS-AMOUNT     PIC -(9)9.99.
           05  FILLER              PIC X(8) VALUE " OFFSET ".
           05  MQ-OFFSET-AMOUNT    PIC -(9)9.99.
           05  FILLER              PIC X(5) VALUE " NET ".
           05  MQ-NET-AMOUNT       PIC -(9)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  MQ-STATUS-DESC      PIC X(8).
           05  MQ-PAID-ON-TEXT     PIC X(9).
           05  MQ-PAYOUT-DATE      PIC X(8).
           05  FILLER              PIC X(15) VALUE SPACES.
       01  WS-MSTMT-DISPUTE-LINE.
           05  FILLER              PIC X(10) VALUE "  DISPUTE ".
           05  MX-TRANSACTION-ID   PIC 9(10).
           05  FILLER              PIC X(10) VALUE " RETURNED ".
           05  MX-RETURN-REASON    PIC X(3).
           05  FILLER              PIC X(8) VALUE " OPENED ".
           05  MX-OPENED-DATE      PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  MX-CURRENCY-CODE    PIC X(3).
           05  FILLER              PIC X(8) VALUE " AMOUNT ".
           05  MX-AMOUNT           PIC -(7)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  MX-STATUS-DESC      PIC X(12).
           05  FILLER              PIC X(10) VALUE " DEADLINE ".
           05  MX-DEADLINE-DATE    PIC 9(8).
           05  FILLER              PIC X(10) VALUE " RESOLVED ".
           05  MX-RESOLVED-DATE    PIC X(8).
           05  FILLER              PIC X(11) VALUE SPACES.
       01  WS-MSTMT-OWED-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MO-CURRENCY-CODE    PIC X(3).
           05  FILLER              PIC X(14) VALUE " OPENING OWED ".
           05  MO-OPENING          PIC -(11)9.99.
           05  FILLER              PIC X(10) VALUE " REMITTED ".
           05  MO-REMITTED         PIC -(11)9.99.
           05  FILLER              PIC X(11) VALUE " DISBURSED ".
           05  MO-DISBURSED        PIC -(11)9.99.
           05  FILLER              PIC X(14) VALUE " CLOSING OWED ".
           05  MO-CLOSING          PIC -(11)9.99.
           05  FILLER              PIC X(18) VALUE SPACES.
       01  WS-MSTMT-PRINT-AREA     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MERCHANT-STATEMENT-LOGIC.
           DISPLAY "=================================".
           DISPLAY "MERCHANT STATEMENT GENERATION STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM LOAD-STATEMENT-PERIOD.

           IF PERIOD-LOADED
               PERFORM OPEN-MERCHANT-STMT-FILES
               SORT MERCHANT-SORT-FILE
                   ON ASCENDING KEY MS-MERCHANT-ID
                                    MS-RECORD-KIND
                                    MS-CURRENCY-CODE
                                    MS-EVENT-DATE
                                    MS-EVENT-TIME
                                    MS-TRANSACTION-ID
                   INPUT PROCEDURE IS RELEASE-MERCHANT-ITEMS
                   OUTPUT PROCEDURE IS PRINT-ALL-MERCHANT-STMTS
               PERFORM CLOSE-MERCHANT-STMT-FILES
           ELSE
               DISPLAY "MERCHANT STATEMENT: NO PERIOD PARAMETER - "
                       "NO STATEMENTS PRODUCED"
           END-IF.

           DISPLAY "MERCHANT STATEMENT: POSTINGS IN PERIOD: "
                   WS-COUNT-POSTINGS.
           DISPLAY "MERCHANT STATEMENT: FROM THE ARCHIVE:   "
                   WS-COUNT-ARCHIVE-ITEMS.
           DISPLAY "MERCHANT STATEMENT: PAYOUT LEDGER ROWS: "
                   WS-COUNT-LEDGER-ROWS.
           DISPLAY "MERCHANT STATEMENT: DISPUTES:           "
                   WS-COUNT-DISPUTES.
           DISPLAY "MERCHANT STATEMENT: STATEMENTS PRINTED: "
                   WS-COUNT-STATEMENTS.
           DISPLAY "=================================".

           STOP RUN.

       LOAD-STATEMENT-PERIOD.
           OPEN INPUT STMT-PARM-FILE.
           IF STMT-PARM-OK
               READ STMT-PARM-FILE
                   NOT AT END
                       MOVE SP-PERIOD-START TO WS-PERIOD-START
                       MOVE SP-PERIOD-END TO WS-PERIOD-END
                       SET PERIOD-LOADED TO TRUE
               END-READ
               CLOSE STMT-PARM-FILE
           ELSE
               DISPLAY "MERCHANT STATEMENT: PARAMETER FILE NOT "
                       "AVAILABLE " WS-STMT-PARM-STATUS
           END-IF.

       OPEN-MERCHANT-STMT-FILES.
           OPEN INPUT MERCHANT-MASTER-FILE.
           IF NOT MERCHANT-MASTER-OK
               DISPLAY "MERCHANT STATEMENT: UNABLE TO OPEN MERCHMST "
                       WS-MERCHANT-MASTER-STATUS
           END-IF.
           OPEN OUTPUT MERCHANT-STMT-FILE.

      *****************************************************************
      * Input side - postings from the live log and the archive,
      * then the payout ledger, then the dispute master.
      *****************************************************************
       RELEASE-MERCHANT-ITEMS.
           MOVE 'N' TO WS-FROM-ARCHIVE-SW.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "MERCHANT STATEMENT: UNABLE TO OPEN TRANLOG "
                       WS-TRANSACTION-LOG-STATUS
               SET TRANSACTION-LOG-EOF TO TRUE
           END-IF.
           PERFORM READ-TRANSACTION-LOG-RECORD.
           PERFORM RELEASE-ONE-POSTING
               UNTIL TRANSACTION-LOG-EOF.
           CLOSE TRANSACTION-LOG-FILE.
      *    TRANLOG-ARCHIVE deletes as it copies, so the two files
      *    never overlap for a record.
           PERFORM RELEASE-ARCHIVED-POSTINGS.
           PERFORM RELEASE-PAYOUT-LEDGER-ROWS.
           PERFORM RELEASE-MERCHANT-DISPUTES.

       READ-TRANSACTION-LOG-RECORD.
           READ TRANSACTION-LOG-FILE NEXT RECORD
               AT END
                   SET TRANSACTION-LOG-EOF TO TRUE
           END-READ.

       RELEASE-ONE-POSTING.
           PERFORM RELEASE-CURRENT-POSTING.
           PERFORM READ-TRANSACTION-LOG-RECORD.

       RELEASE-ARCHIVED-POSTINGS.
           MOVE 'Y' TO WS-FROM-ARCHIVE-SW.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           IF NOT ARCHIVE-MASTER-OK
               DISPLAY "MERCHANT STATEMENT: NO ARCHIVE FILE "
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
           PERFORM READ-ARCHIVE-RECORD.

       RELEASE-CURRENT-POSTING.
      *    Same selection MERCHANT-REMIT uses for the remittance, so
      *    the day totals printed here agree with the extract - a
      *    recalled payment and its reversal are left out there.
           ADD 1 TO WS-COUNT-LOG-SCANNED.
           IF (TL-STATUS-POSTED OR TL-STATUS-REVERSED)
              AND NOT TL-RECALLED
              AND TL-MERCHANT-ID NOT = ZERO
              AND TL-POSTING-DATE >= WS-PERIOD-START
              AND TL-POSTING-DATE <= WS-PERIOD-END
               MOVE TL-MERCHANT-ID TO MS-MERCHANT-ID
               SET MS-KIND-POSTING TO TRUE
               MOVE TL-CURRENCY-CODE TO MS-CURRENCY-CODE
               MOVE TL-POSTING-DATE TO MS-EVENT-DATE
               MOVE TL-POSTING-TIME TO MS-EVENT-TIME
               MOVE TL-TRANSACTION-ID TO MS-TRANSACTION-ID
               MOVE TL-TRANSACTION-TYPE TO MS-TRANSACTION-TYPE
               MOVE TL-CUSTOMER-ID TO MS-CUSTOMER-ID
               MOVE TL-BASE-AMOUNT TO MS-AMOUNT
               MOVE ZERO TO MS-OFFSET-AMOUNT
               MOVE ZERO TO MS-NET-AMOUNT
               MOVE TL-PROCESSING-FEE TO MS-PROCESSING-FEE
               IF TL-FEE-TAX-AMOUNT NUMERIC
                   MOVE TL-FEE-TAX-AMOUNT TO MS-FEE-TAX-AMOUNT
               ELSE
                   MOVE ZERO TO MS-FEE-TAX-AMOUNT
               END-IF
               MOVE TL-FEE-BEARER TO MS-FEE-BEARER
               MOVE TL-STATUS TO MS-STATUS
               MOVE TL-RETURN-REASON TO MS-RETURN-REASON
               MOVE ZERO TO MS-SECOND-DATE
               MOVE ZERO TO MS-THIRD-DATE
               MOVE WS-FROM-ARCHIVE-SW TO MS-FROM-ARCHIVE
               RELEASE MERCHANT-SORT-RECORD
               ADD 1 TO WS-COUNT-POSTINGS
               IF WS-FROM-ARCHIVE-SW = 'Y'
                   ADD 1 TO WS-COUNT-ARCHIVE-ITEMS
               END-IF
           END-IF.

       RELEASE-PAYOUT-LEDGER-ROWS.
           OPEN INPUT PAYOUT-LEDGER-FILE.
           IF NOT PAYOUT-LEDGER-OK
               DISPLAY "MERCHANT STATEMENT: NO PAYOUT LEDGER "
                       WS-PAYOUT-LEDGER-STATUS
           ELSE
               PERFORM READ-PAYOUT-LEDGER-RECORD
               PERFORM RELEASE-ONE-LEDGER-ROW
                   UNTIL PAYOUT-LEDGER-EOF
               CLOSE PAYOUT-LEDGER-FILE
           END-IF.

       READ-PAYOUT-LEDGER-RECORD.
           READ PAYOUT-LEDGER-FILE NEXT RECORD
               AT END
                   SET PAYOUT-LEDGER-EOF TO TRUE
           END-READ.

       RELEASE-ONE-LEDGER-ROW.
      *    Every row up to the period end is needed - the earlier
      *    ones build the opening amount owed.
           IF PL-RUN-DATE <= WS-PERIOD-END
               MOVE PL-MERCHANT-ID TO MS-MERCHANT-ID
               SET MS-KIND-LEDGER TO TRUE
               MOVE PL-CURRENCY-CODE TO MS-CURRENCY-CODE
               MOVE PL-RUN-DATE TO MS-EVENT-DATE
               MOVE ZERO TO MS-EVENT-TIME
               MOVE ZERO TO MS-TRANSACTION-ID
               MOVE SPACE TO MS-TRANSACTION-TYPE
               MOVE ZERO TO MS-CUSTOMER-ID
               MOVE PL-GROSS-AMOUNT TO MS-AMOUNT
               MOVE PL-OFFSET-AMOUNT TO MS-OFFSET-AMOUNT
               MOVE PL-NET-AMOUNT TO MS-NET-AMOUNT
               MOVE ZERO TO MS-PROCESSING-FEE
               MOVE ZERO TO MS-FEE-TAX-AMOUNT
               MOVE SPACE TO MS-FEE-BEARER
               MOVE PL-STATUS TO MS-STATUS
               MOVE SPACES TO MS-RETURN-REASON
               MOVE PL-PAYOUT-DATE TO MS-SECOND-DATE
               MOVE ZERO TO MS-THIRD-DATE
               MOVE 'N' TO MS-FROM-ARCHIVE
               RELEASE MERCHANT-SORT-RECORD
               ADD 1 TO WS-COUNT-LEDGER-ROWS
           END-IF.
           PERFORM READ-PAYOUT-LEDGER-RECORD.

       RELEASE-MERCHANT-DISPUTES.
           OPEN INPUT DISPUTE-FILE.
           IF NOT DISPUTE-FILE-OK
               DISPLAY "MERCHANT STATEMENT: NO DISPUTE MASTER "
                       WS-DISPUTE-STATUS
           ELSE
               PERFORM READ-DISPUTE-RECORD
               PERFORM RELEASE-ONE-DISPUTE
                   UNTIL DISPUTE-FILE-EOF
               CLOSE DISPUTE-FILE
           END-IF.

       READ-DISPUTE-RECORD.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET DISPUTE-FILE-EOF TO TRUE
           END-READ.

       RELEASE-ONE-DISPUTE.
      *    Opened by the end of the period and either still open or
      *    resolved inside it.
           IF DP-MERCHANT-ID NOT = ZERO
              AND DP-OPENED-DATE <= WS-PERIOD-END
              AND (DP-STATUS-OPEN
                   OR DP-RESOLVED-DATE >= WS-PERIOD-START)
               MOVE DP-MERCHANT-ID TO MS-MERCHANT-ID
               SET MS-KIND-DISPUTE TO TRUE
               MOVE DP-CURRENCY-CODE TO MS-CURRENCY-CODE
               MOVE DP-OPENED-DATE TO MS-EVENT-DATE
               MOVE ZERO TO MS-EVENT-TIME
               MOVE DP-ORIGINAL-TRANS-ID TO MS-TRANSACTION-ID
               MOVE SPACE TO MS-TRANSACTION-TYPE
               MOVE DP-CUSTOMER-ID TO MS-CUSTOMER-ID
               MOVE DP-DISPUTED-AMOUNT TO MS-AMOUNT
               MOVE ZERO TO MS-OFFSET-AMOUNT
               MOVE ZERO TO MS-NET-AMOUNT
               MOVE ZERO TO MS-PROCESSING-FEE
               MOVE ZERO TO MS-FEE-TAX-AMOUNT
               MOVE SPACE TO MS-FEE-BEARER
               MOVE DP-STATUS TO MS-STATUS
               MOVE DP-RETURN-REASON TO MS-RETURN-REASON
               MOVE DP-DEADLINE-DATE TO MS-SECOND-DATE
               MOVE DP-RESOLVED-DATE TO MS-THIRD-DATE
               MOVE 'N' TO MS-FROM-ARCHIVE
               RELEASE MERCHANT-SORT-RECORD
               ADD 1 TO WS-COUNT-DISPUTES
           END-IF.
           PERFORM READ-DISPUTE-RECORD.

      *****************************************************************
      * Output side - one statement per merchant.
      *****************************************************************
       PRINT-ALL-MERCHANT-STMTS.
           PERFORM RETURN-SORTED-ITEM.
           PERFORM PRINT-ONE-ITEM
               UNTIL END-OF-SORTED-ITEMS.
           IF WS-CURRENT-MERCHANT NOT = ZERO
               PERFORM FINISH-MERCHANT-STATEMENT
           END-IF.

       RETURN-SORTED-ITEM.
           RETURN MERCHANT-SORT-FILE
               AT END
                   SET END-OF-SORTED-ITEMS TO TRUE
           END-RETURN.

       PRINT-ONE-ITEM.
           IF MS-MERCHANT-ID NOT = WS-CURRENT-MERCHANT
               IF WS-CURRENT-MERCHANT NOT = ZERO
                   PERFORM FINISH-MERCHANT-STATEMENT
               END-IF
               PERFORM START-MERCHANT-STATEMENT
           END-IF.
           IF MS-RECORD-KIND NOT = WS-CURRENT-KIND
               PERFORM CLOSE-REMIT-DAY
               PERFORM START-STATEMENT-SECTION
           END-IF.
           EVALUATE TRUE
               WHEN MS-KIND-POSTING
                   PERFORM PRINT-POSTING-ITEM
               WHEN MS-KIND-LEDGER
                   PERFORM PRINT-LEDGER-ITEM
               WHEN MS-KIND-DISPUTE
                   PERFORM PRINT-DISPUTE-ITEM
           END-EVALUATE.
           PERFORM RETURN-SORTED-ITEM.

       START-MERCHANT-STATEMENT.
           MOVE MS-MERCHANT-ID TO WS-CURRENT-MERCHANT.
           MOVE SPACE TO WS-CURRENT-KIND.
           MOVE 'N' TO WS-STMT-ARCHIVE-SW.
           MOVE 'N' TO WS-DAY-OPEN-SW.
           MOVE ZERO TO WS-OWED-COUNT.
           ADD 1 TO WS-COUNT-STATEMENTS.
           MOVE WS-PERIOD-START TO MH1-PERIOD-START.
           MOVE WS-PERIOD-END TO MH1-PERIOD-END.
           MOVE WS-MSTMT-HEADING-1 TO WS-MSTMT-PRINT-AREA.
           PERFORM WRITE-MERCHANT-STMT-LINE.
           MOVE MS-MERCHANT-ID TO MH2-MERCHANT-ID.
           PERFORM LOOKUP-STATEMENT-MERCHANT.
           MOVE WS-MSTMT-HEADING-2 TO WS-MSTMT-PRINT-AREA.
           PERFORM WRITE-MERCHANT-STMT-LINE.

       LOOKUP-STATEMENT-MERCHANT.
           MOVE "UNKNOWN MERCHANT" TO MH2-MERCHANT-NAME.
           IF MERCHANT-MASTER-OK
               MOVE MS-MERCHANT-ID TO MM-MERCHANT-ID
               READ MERCHANT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "MERCHANT STATEMENT: MERCHANT NOT ON "
                               "MASTER " MS-MERCHANT-ID
                   NOT INVALID KEY
                       MOVE MM-MERCHANT-NAME TO MH2-MERCHANT-NAME
               END-READ
           END-IF.

       START-STATEMENT-SECTION.
           MOVE MS-RECORD-KIND TO WS-CURRENT-KIND.
           EVALUATE TRUE
               WHEN MS-KIND-POSTING
                   MOVE WS-POSTING-SECTION-LINE TO WS-MSTMT-PRINT-AREA
               WHEN MS-KIND-LEDGER
                   MOVE WS-LEDGER-SECTION-LINE TO WS-MSTMT-PRINT-AREA
               WHEN MS-KIND-DISPUTE
                   MOVE WS-DISPUTE-SECTION-LINE TO WS-MSTMT-PRINT-AREA
           END-EVALUATE.
           PERFORM WRITE-MERCHANT-STMT-LINE.

       PRINT-POSTING-ITEM.
           IF REMIT-DAY-OPEN
               IF MS-CURRENCY-CODE NOT = WS-DAY-CURRENCY
                  OR MS-EVENT-DATE NOT = WS-DAY-DATE
                   PERFORM CLOSE-REMIT-DAY
               END-IF
           END-IF.
           IF NOT REMIT-DAY-OPEN
               PERFORM OPEN-REMIT-DAY
           END-IF.
           IF MS-FROM-ARCHIVE = 'Y'
               SET STATEMENT-USED-ARCHIVE TO TRUE
           END-IF.
           MOVE MS-EVENT-DATE TO MD-POSTING-DATE.
           IF MS-TRANSACTION-TYPE = 'R'
               IF MS-RETURN-REASON NOT = SPACES
                   MOVE "RETURN  " TO MD-TYPE-DESC
               ELSE
                   MOVE "REVERSAL" TO MD-TYPE-DESC
               END-IF
           ELSE
               MOVE "PAYMENT " TO MD-TYPE-DESC
           END-IF.
           MOVE MS-TRANSACTION-ID TO MD-TRANSACTION-ID.
           MOVE MS-CUSTOMER-ID TO MD-CUSTOMER-ID.
           MOVE MS-AMOUNT TO MD-AMOUNT.
           MOVE MS-PROCESSING-FEE TO MD-PROCESSING-FEE.
           MOVE MS-FEE-TAX-AMOUNT TO MD-FEE-TAX-AMOUNT.
      *    Only a merchant-absorbed fee, and the tax on it, comes
      *    out of the payout, as MERCHANT-REMIT takes it; a
      *    payer-borne fee rode on top of the payer's debit.
           IF MS-FEE-BEARER = 'M'
               MOVE "ABSORBED" TO MD-FEE-BEARER-DESC
               ADD MS-PROCESSING-FEE TO WS-DAY-ABSORBED-FEES
               ADD MS-FEE-TAX-AMOUNT TO WS-DAY-ABSORBED-FEES
           ELSE
               MOVE "PAYER   " TO MD-FEE-BEARER-DESC
               ADD MS-PROCESSING-FEE TO WS-DAY-PAYER-FEES
           END-IF.
           MOVE MS-CURRENCY-CODE TO MD-CURRENCY-CODE.
           MOVE MS-STATUS TO MD-STATUS.
           MOVE MS-RETURN-REASON TO MD-RETURN-REASON.
           MOVE WS-MSTMT-DETAIL TO WS-MSTMT-PRINT-AREA.
           PERFORM WRITE-MERCHANT-STMT-LINE.
           ADD 1 TO WS-DAY-COUNT.
           ADD MS-AMOUNT TO WS-DAY-GROSS.

       OPEN-REMIT-DAY.
           SET REMIT-DAY-OPEN TO TRUE.
           MOVE MS-CURRENCY-CODE TO WS-DAY-CURRENCY.
           MOVE MS-EVENT-DATE TO WS-DAY-DATE.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE ZERO TO WS-DAY-GROSS.
           MOVE ZERO TO WS-DAY-PAYER-FEES.
           MOVE ZERO TO WS-DAY-ABSORBED-FEES.

       CLOSE-REMIT-DAY.
      *    The day's line is the REMIT-EXTRACT row for the day: net
      *    payable is gross less the merchant-absorbed fees and
      *    the tax on them.
           IF REMIT-DAY-OPEN
               COMPUTE WS-DAY-NET-PAYABLE =
                   WS-DAY-GROSS - WS-DAY-ABSORBED-FEES
               MOVE WS-DAY-DATE TO MY-REMIT-DATE
               MOVE WS-DAY-CURRENCY TO MY-CURRENCY-CODE
               MOVE WS-DAY-COUNT TO MY-ITEM-COUNT
               MOVE WS-DAY-GROSS TO MY-GROSS
               MOVE WS-DAY-PAYER-FEES TO MY-PAYER-FEES
               MOVE WS-DAY-ABSORBED-FEES TO MY-ABSORBED-FEES
               MOVE WS-DAY-NET-PAYABLE TO MY-NET-PAYABLE
               MOVE WS-MSTMT-DAY-LINE TO WS-MSTMT-PRINT-AREA
               PERFORM WRITE-MERCHANT-STMT-LINE
               MOVE WS-DAY-CURRENCY TO WS-OWED-SEARCH-CCY
               PERFORM FIND-OWED-ENTRY
               IF WS-OWED-FOUND-IDX > ZERO
                   ADD WS-DAY-NET-PAYABLE TO
                       WS-OW-REMITTED (WS-OWED-FOUND-IDX)
               END-IF
               MOVE 'N' TO WS-DAY-OPEN-SW
           END-IF.

       PRINT-LEDGER-ITEM.
      *    Printed when remitted in the period, paid out in it, or
      *    remitted earlier and still waiting unpaid; rows settled
      *    before the period only count toward the opening amount.
           IF MS-EVENT-DATE >= WS-PERIOD-START
              OR (MS-STATUS = 'P'
                  AND MS-SECOND-DATE >= WS-PERIOD-START)
              OR MS-STATUS = 'U'
               PERFORM PRINT-LEDGER-LINE
           END-IF.
           MOVE MS-CURRENCY-CODE TO WS-OWED-SEARCH-CCY.
           PERFORM FIND-OWED-ENTRY.
           IF WS-OWED-FOUND-IDX > ZERO
               IF MS-EVENT-DATE < WS-PERIOD-START
                   ADD MS-AMOUNT TO WS-OW-OPENING (WS-OWED-FOUND-IDX)
               END-IF
               IF MS-STATUS = 'P'
                   IF MS-SECOND-DATE < WS-PERIOD-START
                       SUBTRACT MS-NET-AMOUNT FROM
                           WS-OW-OPENING (WS-OWED-FOUND-IDX)
                   ELSE
                       IF MS-SECOND-DATE <= WS-PERIOD-END
                           ADD MS-NET-AMOUNT TO
                               WS-OW-DISBURSED (WS-OWED-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRINT-LEDGER-LINE.
           MOVE MS-EVENT-DATE TO MQ-REMIT-RUN-DATE.
           MOVE MS-CURRENCY-CODE TO MQ-CURRENCY-CODE.
           MOVE MS-AMOUNT TO MQ-GROSS-AMOUNT.
           MOVE MS-OFFSET-AMOUNT TO MQ-OFFSET-AMOUNT.
           MOVE MS-NET-AMOUNT TO MQ-NET-AMOUNT.
           MOVE SPACES TO MQ-PAID-ON-TEXT.
           MOVE SPACES TO MQ-PAYOUT-DATE.
           EVALUATE MS-STATUS
               WHEN 'P'
                   MOVE "PAID    " TO MQ-STATUS-DESC
                   MOVE " PAID ON " TO MQ-PAID-ON-TEXT
                   MOVE MS-SECOND-DATE TO MQ-PAYOUT-DATE
               WHEN 'R'
                   MOVE "CARRIED " TO MQ-STATUS-DESC
                   MOVE " TO RCV  " TO MQ-PAID-ON-TEXT
               WHEN OTHER
                   MOVE "UNPAID  " TO MQ-STATUS-DESC
           END-EVALUATE.
           MOVE WS-MSTMT-PAYOUT-LINE TO WS-MSTMT-PRINT-AREA.
           PERFORM WRITE-MERCHANT-STMT-LINE.

       PRINT-DISPUTE-ITEM.
           MOVE MS-TRANSACTION-ID TO MX-TRANSACTION-ID.
           MOVE MS-RETURN-REASON TO MX-RETURN-REASON.
           MOVE MS-EVENT-DATE TO MX-OPENED-DATE.
           MOVE MS-CURRENCY-CODE TO MX-CURRENCY-CODE.
           MOVE MS-AMOUNT TO MX-AMOUNT.
           EVALUATE MS-STATUS
               WHEN 'O'
                   MOVE "OPEN        " TO MX-STATUS-DESC
               WHEN 'R'
                   MOVE "REPRESENTED " TO MX-STATUS-DESC
               WHEN 'W'
                   MOVE "WRITTEN OFF " TO MX-STATUS-DESC
               WHEN OTHER
                   MOVE MS-STATUS TO MX-STATUS-DESC
           END-EVALUATE.
           MOVE MS-SECOND-DATE TO MX-DEADLINE-DATE.
           IF MS-THIRD-DATE = ZERO
               MOVE SPACES TO MX-RESOLVED-DATE
           ELSE
               MOVE MS-THIRD-DATE TO MX-RESOLVED-DATE
           END-IF.
           MOVE WS-MSTMT-DISPUTE-LINE TO WS-MSTMT-PRINT-AREA.
           PERFORM WRITE-MERCHANT-STMT-LINE.

       FIND-OWED-ENTRY.
           MOVE ZERO TO WS-OWED-FOUND-IDX.
           PERFORM MATCH-OWED-ENTRY VARYING WS-OWED-IDX
               FROM 1 BY 1
               UNTIL WS-OWED-IDX > WS-OWED-COUNT.
           IF WS-OWED-FOUND-IDX = ZERO
               IF WS-OWED-COUNT < 10
                   ADD 1 TO WS-OWED-COUNT
                   MOVE WS-OWED-COUNT TO WS-OWED-FOUND-IDX
                   MOVE WS-OWED-SEARCH-CCY TO
                       WS-OW-CURRENCY (WS-OWED-FOUND-IDX)
                   MOVE ZERO TO WS-OW-OPENING (WS-OWED-FOUND-IDX)
                   MOVE ZERO TO WS-OW-REMITTED (WS-OWED-FOUND-IDX)
                   MOVE ZERO TO WS-OW-DISBURSED (WS-OWED-FOUND-IDX)
               ELSE
                   DISPLAY "MERCHANT STATEMENT: CURRENCY TABLE FULL "
                           "- MERCHANT " WS-CURRENT-MERCHANT " "
                           WS-OWED-SEARCH-CCY " NOT TOTALLED"
               END-IF
           END-IF.

       MATCH-OWED-ENTRY.
           IF WS-OW-CURRENCY (WS-OWED-IDX) = WS-OWED-SEARCH-CCY
               MOVE WS-OWED-IDX TO WS-OWED-FOUND-IDX
           END-IF.

       FINISH-MERCHANT-STATEMENT.
           PERFORM CLOSE-REMIT-DAY.
           IF STATEMENT-USED-ARCHIVE
               MOVE WS-ARCHIVE-NOTE-LINE TO WS-MSTMT-PRINT-AREA
               PERFORM WRITE-MERCHANT-STMT-LINE
           END-IF.
           MOVE WS-OWED-SECTION-LINE TO WS-MSTMT-PRINT-AREA.
           PERFORM WRITE-MERCHANT-STMT-LINE.
           PERFORM PRINT-OWED-LINE VARYING WS-OWED-IDX
               FROM 1 BY 1
               UNTIL WS-OWED-IDX > WS-OWED-COUNT.
           MOVE SPACES TO WS-MSTMT-PRINT-AREA.
           PERFORM WRITE-MERCHANT-STMT-LINE.

       PRINT-OWED-LINE.
           COMPUTE WS-CLOSING-OWED =
               WS-OW-OPENING (WS-OWED-IDX) +
               WS-OW-REMITTED (WS-OWED-IDX) -
               WS-OW-DISBURSED (WS-OWED-IDX).
           MOVE WS-OW-CURRENCY (WS-OWED-IDX) TO MO-CURRENCY-CODE.
           MOVE WS-OW-OPENING (WS-OWED-IDX) TO MO-OPENING.
           MOVE WS-OW-REMITTED (WS-OWED-IDX) TO MO-REMITTED.
           MOVE WS-OW-DISBURSED (WS-OWED-IDX) TO MO-DISBURSED.
           MOVE WS-CLOSING-OWED TO MO-CLOSING.
           MOVE WS-MSTMT-OWED-LINE TO WS-MSTMT-PRINT-AREA.
           PERFORM WRITE-MERCHANT-STMT-LINE.

       WRITE-MERCHANT-STMT-LINE.
           MOVE WS-MSTMT-PRINT-AREA TO MERCHANT-STMT-LINE.
           WRITE MERCHANT-STMT-LINE.
           MOVE SPACES TO WS-MSTMT-PRINT-AREA.

       CLOSE-MERCHANT-STMT-FILES.
           CLOSE MERCHANT-MASTER-FILE.
           CLOSE MERCHANT-STMT-FILE.
