       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRYRUN-COMPARE.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Dry-run comparison - Reports, record by record, where the
      * night's actual run came out differently from the dry run
      * made beforehand against the same input (MAIN-PROGRAM with
      * the dry-run PARM, see RUN-MODE).
      * Items - every input item's channel acknowledgement, dry
      * (DRYACK) and actual (ACTACK, the partitions' acks
      * concatenated), is sorted together by channel, channel
      * reference, customer, amount and currency and paired off:
      *   - DISPOSITION  posted, rejected, held or queued on one side
      *                  and otherwise on the other, or held or
      *                  rejected for another reason;
      *   - POSTED FIGS  posted on both, but the fee, fee tax, total,
      *                  debit or USD equivalent on the shadow log
      *                  (SHADLOG) differs from the live log
      *                  (TRANLOG) - both lines are printed;
      *   - NOT ON LOG   posted on both, but one posting is missing
      *                  from its log;
      *   - DRY ONLY / ACTUAL ONLY  an item acknowledged on one side
      *                  alone.
      * The transaction ids themselves always differ (the dry run
      * serves its own range) and are shown, not compared.
      * Settlement - the dry and actual settlement files (DRYSETL,
      * ACTSETL) per currency and method: count, base, fee and net.
      * GL - the dry and actual GL extracts (DRYGLX, ACTGLX, the
      * partitions' extracts concatenated) summed per GL account,
      * side, currency and method.
      * Counts per disposition on each side close the report
      * (DRYRPT). Return code 4 when anything differs, 8 without the
      * business date, 12 when either acknowledgement file is
      * missing. The settlement and GL sections are skipped, with a
      * message, when their files are not supplied.
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
           SELECT DRY-ACK-FILE ASSIGN TO "DRYACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRY-ACK-STATUS.
           SELECT ACTUAL-ACK-FILE ASSIGN TO "ACTACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-ACK-STATUS.
           SELECT SHADOW-LOG-FILE ASSIGN TO "SHADLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-TRANSACTION-ID
               FILE STATUS IS WS-SHADOW-LOG-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-TRANSACTION-ID
               FILE STATUS IS WS-TRANSACTION-LOG-STATUS.
           SELECT DRY-SETTLE-FILE ASSIGN TO "DRYSETL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRY-SETTLE-STATUS.
           SELECT ACTUAL-SETTLE-FILE ASSIGN TO "ACTSETL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-SETTLE-STATUS.
           SELECT DRY-GL-FILE ASSIGN TO "DRYGLX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRY-GL-STATUS.
           SELECT ACTUAL-GL-FILE ASSIGN TO "ACTGLX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-GL-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "DRYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPARE-REPORT-STATUS.
           SELECT ACK-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  DRY-ACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHANNEL-ACK-REC REPLACING
               ==CHANNEL-ACK-RECORD== BY ==DRY-ACK-RECORD==
               LEADING ==AK== BY ==DA==.

       FD  ACTUAL-ACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHANNEL-ACK-REC REPLACING
               ==CHANNEL-ACK-RECORD== BY ==ACTUAL-ACK-RECORD==
               LEADING ==AK== BY ==AA==.

       FD  SHADOW-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC REPLACING
               ==TRANSACTION-LOG-RECORD== BY ==SHADOW-LOG-RECORD==
               LEADING ==TL== BY ==SH==.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  DRY-SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SETTLEMENT-REC REPLACING
               ==SETTLEMENT-RECORD== BY ==DRY-SETTLE-RECORD==
               LEADING ==SR== BY ==DS==.

       FD  ACTUAL-SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SETTLEMENT-REC REPLACING
               ==SETTLEMENT-RECORD== BY ==ACTUAL-SETTLE-RECORD==
               LEADING ==SR== BY ==AS==.

       FD  DRY-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GL-EXTRACT-REC REPLACING
               ==GL-EXTRACT-RECORD== BY ==DRY-GL-RECORD==
               LEADING ==GL== BY ==DG==.

       FD  ACTUAL-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GL-EXTRACT-REC REPLACING
               ==GL-EXTRACT-RECORD== BY ==ACTUAL-GL-RECORD==
               LEADING ==GL== BY ==AG==.

       FD  COMPARE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPARE-REPORT-LINE         PIC X(132).

      *    Both sides' acknowledgements in one sort - for one item
      *    the dry run's (1) arrive ahead of the actual run's (2),
      *    each side in the order it was written.
       SD  ACK-SORT-FILE.
       01  ACK-SORT-RECORD.
           05  KS-MATCH-KEY.
               10  KS-CHANNEL-ID       PIC X(8).
               10  KS-CHANNEL-REF      PIC X(16).
               10  KS-CUSTOMER-ID      PIC 9(8).
               10  KS-PAYMENT-AMOUNT   PIC 9(7)V99.
               10  KS-CURRENCY-CODE    PIC X(3).
           05  KS-SIDE                 PIC X.
               88  KS-SIDE-DRY         VALUE '1'.
               88  KS-SIDE-ACTUAL      VALUE '2'.
           05  KS-SEQUENCE             PIC 9(9).
           05  KS-DISPOSITION          PIC X.
           05  KS-TRANSACTION-ID       PIC 9(10).
           05  KS-REASON-CODE          PIC X(4).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW     PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-DRY-ACK-STATUS       PIC XX VALUE "00".
           88 DRY-ACK-OK           VALUE "00".
           88 DRY-ACK-EOF          VALUE "10".
       01  WS-ACTUAL-ACK-STATUS    PIC XX VALUE "00".
           88 ACTUAL-ACK-OK        VALUE "00".
           88 ACTUAL-ACK-EOF       VALUE "10".
       01  WS-SHADOW-LOG-STATUS    PIC XX VALUE "00".
           88 SHADOW-LOG-OK        VALUE "00".
       01  WS-TRANSACTION-LOG-STATUS PIC XX VALUE "00".
           88 TRANSACTION-LOG-OK   VALUE "00".
       01  WS-DRY-SETTLE-STATUS    PIC XX VALUE "00".
           88 DRY-SETTLE-OK        VALUE "00".
           88 DRY-SETTLE-EOF       VALUE "10".
       01  WS-ACTUAL-SETTLE-STATUS PIC XX VALUE "00".
           88 ACTUAL-SETTLE-OK     VALUE "00".
           88 ACTUAL-SETTLE-EOF    VALUE "10".
       01  WS-DRY-GL-STATUS        PIC XX VALUE "00".
           88 DRY-GL-OK            VALUE "00".
           88 DRY-GL-EOF           VALUE "10".
       01  WS-ACTUAL-GL-STATUS     PIC XX VALUE "00".
           88 ACTUAL-GL-OK         VALUE "00".
           88 ACTUAL-GL-EOF        VALUE "10".
       01  WS-COMPARE-REPORT-STATUS PIC XX VALUE "00".
           88 COMPARE-REPORT-OK    VALUE "00".

       01  WS-SHADOW-LOG-SW        PIC X VALUE 'N'.
           88 SHADOW-LOG-AVAILABLE VALUE 'Y'.
       01  WS-TRANSACTION-LOG-SW   PIC X VALUE 'N'.
           88 TRANSACTION-LOG-AVAILABLE VALUE 'Y'.
       01  WS-DRY-POSTING-SW       PIC X VALUE 'N'.
           88 DRY-POSTING-FOUND    VALUE 'Y'.
       01  WS-ACTUAL-POSTING-SW    PIC X VALUE 'N'.
           88 ACTUAL-POSTING-FOUND VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
           88 END-OF-SORTED-ITEMS  VALUE 'Y'.
       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
       01  WS-RELEASE-SEQUENCE     PIC 9(9) VALUE ZERO.

      *    The item being paired off, and the dry run's
      *    acknowledgements for it still waiting for a partner.
       01  WS-GROUP-OPEN-SW        PIC X VALUE 'N'.
           88 GROUP-OPEN           VALUE 'Y'.
       01  WS-GROUP-KEY.
           05  WS-GK-CHANNEL-ID    PIC X(8).
           05  WS-GK-CHANNEL-REF   PIC X(16).
           05  WS-GK-CUSTOMER-ID   PIC 9(8).
           05  WS-GK-PAYMENT-AMOUNT PIC 9(7)V99.
           05  WS-GK-CURRENCY-CODE PIC X(3).
       01  WS-HELD-MAX             PIC 9(2) VALUE 20.
       01  WS-HELD-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-HELD-IDX             PIC 9(2) VALUE ZERO.
       01  WS-PAIRED-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-FIRST-UNPAIRED       PIC 9(2) VALUE ZERO.
       01  WS-HELD-TABLE.
           05  WS-HD-ENTRY OCCURS 20 TIMES.
               10  WS-HD-DISPOSITION   PIC X.
               10  WS-HD-TRANSACTION-ID PIC 9(10).
               10  WS-HD-REASON-CODE   PIC X(4).

      *    Settlement lines per currency and method, both sides.
       01  WS-SETTLE-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-SETTLE-IDX           PIC 9(3) VALUE ZERO.
       01  WS-SETTLE-FOUND-IDX     PIC 9(3) VALUE ZERO.
       01  WS-SETTLE-KEY.
           05  WS-SK-CURRENCY      PIC X(3).
           05  WS-SK-METHOD        PIC X.
       01  WS-SETTLE-TABLE.
           05  WS-ST-ENTRY OCCURS 100 TIMES.
               10  WS-ST-KEY.
                   15  WS-ST-CURRENCY      PIC X(3).
                   15  WS-ST-METHOD        PIC X.
               10  WS-ST-DRY-COUNT     PIC 9(7).
               10  WS-ST-DRY-BASE      PIC S9(11)V99.
               10  WS-ST-DRY-FEE       PIC S9(9)V99.
               10  WS-ST-DRY-NET       PIC S9(11)V99.
               10  WS-ST-ACT-COUNT     PIC 9(7).
               10  WS-ST-ACT-BASE      PIC S9(11)V99.
               10  WS-ST-ACT-FEE       PIC S9(9)V99.
               10  WS-ST-ACT-NET       PIC S9(11)V99.

      *    GL lines summed per account, side, currency and method,
      *    both sides.
       01  WS-GL-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-GL-IDX               PIC 9(3) VALUE ZERO.
       01  WS-GL-FOUND-IDX         PIC 9(3) VALUE ZERO.
       01  WS-GL-KEY.
           05  WS-GLK-ACCOUNT      PIC X(6).
           05  WS-GLK-DEBIT-CREDIT PIC X.
           05  WS-GLK-CURRENCY     PIC X(3).
           05  WS-GLK-METHOD       PIC X.
       01  WS-GL-TABLE.
           05  WS-GT-ENTRY OCCURS 300 TIMES.
               10  WS-GT-KEY.
                   15  WS-GT-ACCOUNT       PIC X(6).
                   15  WS-GT-DEBIT-CREDIT  PIC X.
                   15  WS-GT-CURRENCY      PIC X(3).
                   15  WS-GT-METHOD        PIC X.
               10  WS-GT-ACCOUNT-NAME  PIC X(20).
               10  WS-GT-DRY-LINES     PIC 9(5).
               10  WS-GT-DRY-AMOUNT    PIC S9(11)V99.
               10  WS-GT-ACT-LINES     PIC 9(5).
               10  WS-GT-ACT-AMOUNT    PIC S9(11)V99.

      *    Dispositions per side: posted, rejected, held, queued.
       01  WS-DISPOSITION-COUNTS.
           05  WS-DRY-POSTED       PIC 9(7) VALUE ZERO.
           05  WS-DRY-REJECTED     PIC 9(7) VALUE ZERO.
           05  WS-DRY-HELD         PIC 9(7) VALUE ZERO.
           05  WS-DRY-QUEUED       PIC 9(7) VALUE ZERO.
           05  WS-ACT-POSTED       PIC 9(7) VALUE ZERO.
           05  WS-ACT-REJECTED     PIC 9(7) VALUE ZERO.
           05  WS-ACT-HELD         PIC 9(7) VALUE ZERO.
           05  WS-ACT-QUEUED       PIC 9(7) VALUE ZERO.

       01  WS-COUNT-DRY-ACKS       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ACTUAL-ACKS    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-SAME           PIC 9(7) VALUE ZERO.
       01  WS-COUNT-DISP-DIFFERS   PIC 9(7) VALUE ZERO.
       01  WS-COUNT-FIGS-DIFFER    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NOT-ON-LOG     PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NOT-COMPARED   PIC 9(7) VALUE ZERO.
       01  WS-COUNT-DRY-ONLY       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ACTUAL-ONLY    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-SETTLE-DIFFER  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-GL-DIFFER      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-DISCARDED      PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-DIFFERENCES    PIC 9(9) VALUE ZERO.

       01  WS-CMP-HEADING.
           05  FILLER              PIC X(41) VALUE
               "DRY RUN COMPARISON REPORT - BUSINESS DATE".
           05  FILLER              PIC X VALUE SPACE.
           05  CH-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(82) VALUE SPACES.
       01  WS-CMP-SECTION-LINE.
           05  CS-SECTION-TITLE    PIC X(60).
           05  FILLER              PIC X(72) VALUE SPACES.
       01  WS-CMP-ITEM-DETAIL.
           05  ID-DIFFERENCE       PIC X(14).
           05  FILLER              PIC X VALUE SPACE.
           05  ID-CHANNEL-ID       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  ID-CHANNEL-REF      PIC X(16).
           05  FILLER              PIC X VALUE SPACE.
           05  ID-CUSTOMER-ID      PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  ID-PAYMENT-AMOUNT   PIC Z(6)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  ID-CURRENCY         PIC X(3).
           05  FILLER              PIC X(6) VALUE "  DRY ".
           05  ID-DRY-DISPOSITION  PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  ID-DRY-REASON       PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  ID-DRY-TRANS-ID     PIC Z(9)9.
           05  FILLER              PIC X(9) VALUE "  ACTUAL ".
           05  ID-ACT-DISPOSITION  PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  ID-ACT-REASON       PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  ID-ACT-TRANS-ID     PIC Z(9)9.
           05  FILLER              PIC X(19) VALUE SPACES.
       01  WS-CMP-POSTING-DETAIL.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  PD-SIDE             PIC X(8).
           05  FILLER              PIC X(5) VALUE "FEE ".
           05  PD-FEE              PIC -(6)9.99.
           05  FILLER              PIC X(7) VALUE "  TAX ".
           05  PD-FEE-TAX          PIC -(6)9.99.
           05  FILLER              PIC X(9) VALUE "  TOTAL ".
           05  PD-TOTAL            PIC -(8)9.99.
           05  FILLER              PIC X(9) VALUE "  DEBIT ".
           05  PD-DEBIT            PIC -(9)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  PD-DEBIT-CURRENCY   PIC X(3).
           05  FILLER              PIC X(11) VALUE "  USD EQV ".
           05  PD-BASE-EQUIV       PIC -(9)9.99.
           05  FILLER              PIC X(6) VALUE SPACES.
       01  WS-CMP-FIGURE-LINE.
           05  FL-DIFFERENCE       PIC X(14).
           05  FILLER              PIC X VALUE SPACE.
           05  FL-KEY              PIC X(32).
           05  FILLER              PIC X VALUE SPACE.
           05  FL-SIDE             PIC X(8).
           05  FL-COUNT            PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FL-AMOUNT-1         PIC -(11)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FL-AMOUNT-2         PIC -(11)9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FL-AMOUNT-3         PIC -(11)9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(18) VALUE SPACES.
       01  WS-CMP-TOTAL-LINE.
           05  TT-TOTAL-LABEL      PIC X(40).
           05  TT-TOTAL-DRY        PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TT-TOTAL-ACTUAL     PIC Z(8)9.
           05  FILLER              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       DRYRUN-COMPARE-LOGIC.
           DISPLAY "=================================".
           DISPLAY "DRY RUN COMPARISON STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM READ-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-LOADED
               DISPLAY "DRY RUN COMPARE: BUSINESS DATE CONTROL FILE "
                       "UNAVAILABLE " WS-BUSINESS-DATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CW-CURRENT-DATE TO WS-RUN-DATE-NUM.

           PERFORM OPEN-COMPARE-FILES.

           MOVE "ITEMS - DIFFERENCES BY CHANNEL ACKNOWLEDGEMENT" TO
               CS-SECTION-TITLE.
           PERFORM WRITE-SECTION-LINE.
           SORT ACK-SORT-FILE
               ON ASCENDING KEY KS-MATCH-KEY
                                KS-SIDE
                                KS-SEQUENCE
               INPUT PROCEDURE IS RELEASE-ALL-ACKS
               OUTPUT PROCEDURE IS PAIR-ALL-ACKS.

           PERFORM COMPARE-SETTLEMENT.
           PERFORM COMPARE-GL-EXTRACTS.
           PERFORM WRITE-COMPARE-TOTALS.

           PERFORM CLOSE-COMPARE-FILES.

           DISPLAY "DRY RUN COMPARE: BUSINESS DATE:            "
                   WS-RUN-DATE-NUM.
           DISPLAY "DRY RUN COMPARE: DRY-RUN ACKS READ:        "
                   WS-COUNT-DRY-ACKS.
           DISPLAY "DRY RUN COMPARE: ACTUAL ACKS READ:         "
                   WS-COUNT-ACTUAL-ACKS.
           DISPLAY "DRY RUN COMPARE: ITEMS THE SAME:           "
                   WS-COUNT-SAME.
           DISPLAY "DRY RUN COMPARE: DISPOSITION DIFFERS:      "
                   WS-COUNT-DISP-DIFFERS.
           DISPLAY "DRY RUN COMPARE: POSTED FIGURES DIFFER:    "
                   WS-COUNT-FIGS-DIFFER.
           DISPLAY "DRY RUN COMPARE: POSTING NOT ON LOG:       "
                   WS-COUNT-NOT-ON-LOG.
           DISPLAY "DRY RUN COMPARE: DRY RUN ONLY:             "
                   WS-COUNT-DRY-ONLY.
           DISPLAY "DRY RUN COMPARE: ACTUAL RUN ONLY:          "
                   WS-COUNT-ACTUAL-ONLY.
           DISPLAY "DRY RUN COMPARE: SETTLEMENT LINES DIFFER:  "
                   WS-COUNT-SETTLE-DIFFER.
           DISPLAY "DRY RUN COMPARE: GL LINES DIFFER:          "
                   WS-COUNT-GL-DIFFER.
           DISPLAY "=================================".

           IF WS-TOTAL-DIFFERENCES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
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

       OPEN-COMPARE-FILES.
           OPEN INPUT DRY-ACK-FILE.
           IF NOT DRY-ACK-OK
               DISPLAY "DRY RUN COMPARE: UNABLE TO OPEN DRYACK "
                       WS-DRY-ACK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACTUAL-ACK-FILE.
           IF NOT ACTUAL-ACK-OK
               DISPLAY "DRY RUN COMPARE: UNABLE TO OPEN ACTACK "
                       WS-ACTUAL-ACK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Without the logs the postings are still paired off by
      *    disposition; only their figures go uncompared.
           OPEN INPUT SHADOW-LOG-FILE.
           IF SHADOW-LOG-OK
               SET SHADOW-LOG-AVAILABLE TO TRUE
           ELSE
               DISPLAY "DRY RUN COMPARE: SHADLOG NOT AVAILABLE "
                       WS-SHADOW-LOG-STATUS
                       " - POSTED FIGURES NOT COMPARED"
           END-IF.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TRANSACTION-LOG-OK
               SET TRANSACTION-LOG-AVAILABLE TO TRUE
           ELSE
               DISPLAY "DRY RUN COMPARE: TRANLOG NOT AVAILABLE "
                       WS-TRANSACTION-LOG-STATUS
                       " - POSTED FIGURES NOT COMPARED"
           END-IF.
           OPEN OUTPUT COMPARE-REPORT-FILE.
           IF NOT COMPARE-REPORT-OK
               DISPLAY "DRY RUN COMPARE: UNABLE TO OPEN DRYRPT "
                       WS-COMPARE-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-NUM TO CH-BUSINESS-DATE.
           MOVE WS-CMP-HEADING TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.

       CLOSE-COMPARE-FILES.
           CLOSE DRY-ACK-FILE.
           CLOSE ACTUAL-ACK-FILE.
           IF SHADOW-LOG-AVAILABLE
               CLOSE SHADOW-LOG-FILE
           END-IF.
           IF TRANSACTION-LOG-AVAILABLE
               CLOSE TRANSACTION-LOG-FILE
           END-IF.
           CLOSE COMPARE-REPORT-FILE.

       WRITE-SECTION-LINE.
           MOVE SPACES TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE WS-CMP-SECTION-LINE TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.

      *****************************************************************
      * Input side - every acknowledgement from both runs.
      *****************************************************************
       RELEASE-ALL-ACKS.
           PERFORM READ-DRY-ACK.
           PERFORM RELEASE-DRY-ACK
               UNTIL DRY-ACK-EOF.
           PERFORM READ-ACTUAL-ACK.
           PERFORM RELEASE-ACTUAL-ACK
               UNTIL ACTUAL-ACK-EOF.

       READ-DRY-ACK.
           READ DRY-ACK-FILE
               AT END
                   SET DRY-ACK-EOF TO TRUE
           END-READ.

       RELEASE-DRY-ACK.
           ADD 1 TO WS-COUNT-DRY-ACKS.
           ADD 1 TO WS-RELEASE-SEQUENCE.
           MOVE DA-CHANNEL-ID TO KS-CHANNEL-ID.
           MOVE DA-CHANNEL-REF TO KS-CHANNEL-REF.
           MOVE DA-CUSTOMER-ID TO KS-CUSTOMER-ID.
           MOVE DA-PAYMENT-AMOUNT TO KS-PAYMENT-AMOUNT.
           MOVE DA-CURRENCY-CODE TO KS-CURRENCY-CODE.
           SET KS-SIDE-DRY TO TRUE.
           MOVE WS-RELEASE-SEQUENCE TO KS-SEQUENCE.
           MOVE DA-DISPOSITION TO KS-DISPOSITION.
           MOVE DA-TRANSACTION-ID TO KS-TRANSACTION-ID.
           MOVE DA-REASON-CODE TO KS-REASON-CODE.
           EVALUATE TRUE
               WHEN DA-DISP-POSTED
                   ADD 1 TO WS-DRY-POSTED
               WHEN DA-DISP-REJECTED
                   ADD 1 TO WS-DRY-REJECTED
               WHEN DA-DISP-HELD
                   ADD 1 TO WS-DRY-HELD
               WHEN DA-DISP-QUEUED
                   ADD 1 TO WS-DRY-QUEUED
           END-EVALUATE.
           RELEASE ACK-SORT-RECORD.
           PERFORM READ-DRY-ACK.

       READ-ACTUAL-ACK.
           READ ACTUAL-ACK-FILE
               AT END
                   SET ACTUAL-ACK-EOF TO TRUE
           END-READ.

       RELEASE-ACTUAL-ACK.
           ADD 1 TO WS-COUNT-ACTUAL-ACKS.
           ADD 1 TO WS-RELEASE-SEQUENCE.
           MOVE AA-CHANNEL-ID TO KS-CHANNEL-ID.
           MOVE AA-CHANNEL-REF TO KS-CHANNEL-REF.
           MOVE AA-CUSTOMER-ID TO KS-CUSTOMER-ID.
           MOVE AA-PAYMENT-AMOUNT TO KS-PAYMENT-AMOUNT.
           MOVE AA-CURRENCY-CODE TO KS-CURRENCY-CODE.
           SET KS-SIDE-ACTUAL TO TRUE.
           MOVE WS-RELEASE-SEQUENCE TO KS-SEQUENCE.
           MOVE AA-DISPOSITION TO KS-DISPOSITION.
           MOVE AA-TRANSACTION-ID TO KS-TRANSACTION-ID.
           MOVE AA-REASON-CODE TO KS-REASON-CODE.
           EVALUATE TRUE
               WHEN AA-DISP-POSTED
                   ADD 1 TO WS-ACT-POSTED
               WHEN AA-DISP-REJECTED
                   ADD 1 TO WS-ACT-REJECTED
               WHEN AA-DISP-HELD
                   ADD 1 TO WS-ACT-HELD
               WHEN AA-DISP-QUEUED
                   ADD 1 TO WS-ACT-QUEUED
           END-EVALUATE.
           RELEASE ACK-SORT-RECORD.
           PERFORM READ-ACTUAL-ACK.

      *****************************************************************
      * Output side - one item at a time: each actual
      * acknowledgement is paired with the next dry-run one for the
      * same item; whatever is left over on either side stood alone.
      *****************************************************************
       PAIR-ALL-ACKS.
           PERFORM RETURN-SORTED-ITEM.
           PERFORM PAIR-ONE-ACK
               UNTIL END-OF-SORTED-ITEMS.
           IF GROUP-OPEN
               PERFORM FINISH-GROUP
           END-IF.

       RETURN-SORTED-ITEM.
           RETURN ACK-SORT-FILE
               AT END
                   SET END-OF-SORTED-ITEMS TO TRUE
           END-RETURN.

       PAIR-ONE-ACK.
           IF NOT GROUP-OPEN
              OR KS-MATCH-KEY NOT = WS-GROUP-KEY
               IF GROUP-OPEN
                   PERFORM FINISH-GROUP
               END-IF
               PERFORM START-GROUP
           END-IF.
           IF KS-SIDE-DRY
               PERFORM HOLD-DRY-ACK
           ELSE
               PERFORM MATCH-ACTUAL-ACK
           END-IF.
           PERFORM RETURN-SORTED-ITEM.

       START-GROUP.
           MOVE KS-MATCH-KEY TO WS-GROUP-KEY.
           SET GROUP-OPEN TO TRUE.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE ZERO TO WS-PAIRED-COUNT.

       HOLD-DRY-ACK.
           IF WS-HELD-COUNT < WS-HELD-MAX
               ADD 1 TO WS-HELD-COUNT
               MOVE KS-DISPOSITION TO
                   WS-HD-DISPOSITION (WS-HELD-COUNT)
               MOVE KS-TRANSACTION-ID TO
                   WS-HD-TRANSACTION-ID (WS-HELD-COUNT)
               MOVE KS-REASON-CODE TO
                   WS-HD-REASON-CODE (WS-HELD-COUNT)
           ELSE
               DISPLAY "DRY RUN COMPARE: ITEM TABLE FULL - "
                       "DISCARDING " KS-CHANNEL-ID " " KS-CHANNEL-REF
               ADD 1 TO WS-COUNT-DISCARDED
           END-IF.

       MATCH-ACTUAL-ACK.
           IF WS-PAIRED-COUNT < WS-HELD-COUNT
               ADD 1 TO WS-PAIRED-COUNT
               MOVE WS-PAIRED-COUNT TO WS-HELD-IDX
               PERFORM COMPARE-ACK-PAIR
           ELSE
               PERFORM SET-ITEM-KEY-FIELDS
               MOVE "ACTUAL ONLY" TO ID-DIFFERENCE
               MOVE SPACE TO ID-DRY-DISPOSITION
               MOVE SPACES TO ID-DRY-REASON
               MOVE ZERO TO ID-DRY-TRANS-ID
               PERFORM SET-ACTUAL-ITEM-FIELDS
               PERFORM WRITE-ITEM-DETAIL
               ADD 1 TO WS-COUNT-ACTUAL-ONLY
           END-IF.

       FINISH-GROUP.
           COMPUTE WS-FIRST-UNPAIRED = WS-PAIRED-COUNT + 1.
           PERFORM REPORT-DRY-ONLY VARYING WS-HELD-IDX
               FROM WS-FIRST-UNPAIRED BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT.
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       REPORT-DRY-ONLY.
           PERFORM SET-ITEM-KEY-FIELDS.
           MOVE "DRY RUN ONLY" TO ID-DIFFERENCE.
           PERFORM SET-DRY-ITEM-FIELDS.
           MOVE SPACE TO ID-ACT-DISPOSITION.
           MOVE SPACES TO ID-ACT-REASON.
           MOVE ZERO TO ID-ACT-TRANS-ID.
           PERFORM WRITE-ITEM-DETAIL.
           ADD 1 TO WS-COUNT-DRY-ONLY.

       COMPARE-ACK-PAIR.
           IF WS-HD-DISPOSITION (WS-HELD-IDX) NOT = KS-DISPOSITION
              OR WS-HD-REASON-CODE (WS-HELD-IDX) NOT = KS-REASON-CODE
               PERFORM SET-ITEM-KEY-FIELDS
               MOVE "DISPOSITION" TO ID-DIFFERENCE
               PERFORM SET-DRY-ITEM-FIELDS
               PERFORM SET-ACTUAL-ITEM-FIELDS
               PERFORM WRITE-ITEM-DETAIL
               ADD 1 TO WS-COUNT-DISP-DIFFERS
           ELSE
               IF KS-DISPOSITION = 'P'
                   PERFORM COMPARE-POSTED-FIGURES
               ELSE
                   ADD 1 TO WS-COUNT-SAME
               END-IF
           END-IF.

       COMPARE-POSTED-FIGURES.
           IF NOT SHADOW-LOG-AVAILABLE
              OR NOT TRANSACTION-LOG-AVAILABLE
               ADD 1 TO WS-COUNT-NOT-COMPARED
           ELSE
               MOVE 'N' TO WS-DRY-POSTING-SW
               MOVE 'N' TO WS-ACTUAL-POSTING-SW
               MOVE WS-HD-TRANSACTION-ID (WS-HELD-IDX) TO
                   SH-TRANSACTION-ID
               READ SHADOW-LOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DRY-POSTING-FOUND TO TRUE
               END-READ
               MOVE KS-TRANSACTION-ID TO TL-TRANSACTION-ID
               READ TRANSACTION-LOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACTUAL-POSTING-FOUND TO TRUE
               END-READ
               IF DRY-POSTING-FOUND AND ACTUAL-POSTING-FOUND
                   PERFORM CHECK-POSTED-FIGURES
               ELSE
                   PERFORM SET-ITEM-KEY-FIELDS
                   MOVE "NOT ON LOG" TO ID-DIFFERENCE
                   PERFORM SET-DRY-ITEM-FIELDS
                   PERFORM SET-ACTUAL-ITEM-FIELDS
                   PERFORM WRITE-ITEM-DETAIL
                   ADD 1 TO WS-COUNT-NOT-ON-LOG
               END-IF
           END-IF.

       CHECK-POSTED-FIGURES.
      *    Records logged before the fee tax was carried hold no
      *    tax; compare them as zero.
           IF SH-FEE-TAX-AMOUNT NOT NUMERIC
               MOVE ZERO TO SH-FEE-TAX-AMOUNT
           END-IF.
           IF TL-FEE-TAX-AMOUNT NOT NUMERIC
               MOVE ZERO TO TL-FEE-TAX-AMOUNT
           END-IF.
           IF SH-PROCESSING-FEE NOT = TL-PROCESSING-FEE
              OR SH-FEE-TAX-AMOUNT NOT = TL-FEE-TAX-AMOUNT
              OR SH-TOTAL-AMOUNT NOT = TL-TOTAL-AMOUNT
              OR SH-DEBIT-AMOUNT NOT = TL-DEBIT-AMOUNT
              OR SH-DEBIT-CURRENCY NOT = TL-DEBIT-CURRENCY
              OR SH-BASE-EQUIV-AMOUNT NOT = TL-BASE-EQUIV-AMOUNT
               PERFORM SET-ITEM-KEY-FIELDS
               MOVE "POSTED FIGS" TO ID-DIFFERENCE
               PERFORM SET-DRY-ITEM-FIELDS
               PERFORM SET-ACTUAL-ITEM-FIELDS
               PERFORM WRITE-ITEM-DETAIL
               MOVE "DRY RUN" TO PD-SIDE
               MOVE SH-PROCESSING-FEE TO PD-FEE
               MOVE SH-FEE-TAX-AMOUNT TO PD-FEE-TAX
               MOVE SH-TOTAL-AMOUNT TO PD-TOTAL
               MOVE SH-DEBIT-AMOUNT TO PD-DEBIT
               MOVE SH-DEBIT-CURRENCY TO PD-DEBIT-CURRENCY
               MOVE SH-BASE-EQUIV-AMOUNT TO PD-BASE-EQUIV
               MOVE WS-CMP-POSTING-DETAIL TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               MOVE "ACTUAL" TO PD-SIDE
               MOVE TL-PROCESSING-FEE TO PD-FEE
               MOVE TL-FEE-TAX-AMOUNT TO PD-FEE-TAX
               MOVE TL-TOTAL-AMOUNT TO PD-TOTAL
               MOVE TL-DEBIT-AMOUNT TO PD-DEBIT
               MOVE TL-DEBIT-CURRENCY TO PD-DEBIT-CURRENCY
               MOVE TL-BASE-EQUIV-AMOUNT TO PD-BASE-EQUIV
               MOVE WS-CMP-POSTING-DETAIL TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               ADD 1 TO WS-COUNT-FIGS-DIFFER
           ELSE
               ADD 1 TO WS-COUNT-SAME
           END-IF.

       SET-ITEM-KEY-FIELDS.
           MOVE WS-GK-CHANNEL-ID TO ID-CHANNEL-ID.
           MOVE WS-GK-CHANNEL-REF TO ID-CHANNEL-REF.
           MOVE WS-GK-CUSTOMER-ID TO ID-CUSTOMER-ID.
           MOVE WS-GK-PAYMENT-AMOUNT TO ID-PAYMENT-AMOUNT.
           MOVE WS-GK-CURRENCY-CODE TO ID-CURRENCY.

       SET-DRY-ITEM-FIELDS.
           MOVE WS-HD-DISPOSITION (WS-HELD-IDX) TO ID-DRY-DISPOSITION.
           MOVE WS-HD-REASON-CODE (WS-HELD-IDX) TO ID-DRY-REASON.
           MOVE WS-HD-TRANSACTION-ID (WS-HELD-IDX) TO ID-DRY-TRANS-ID.

       SET-ACTUAL-ITEM-FIELDS.
           MOVE KS-DISPOSITION TO ID-ACT-DISPOSITION.
           MOVE KS-REASON-CODE TO ID-ACT-REASON.
           MOVE KS-TRANSACTION-ID TO ID-ACT-TRANS-ID.

       WRITE-ITEM-DETAIL.
           MOVE WS-CMP-ITEM-DETAIL TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           ADD 1 TO WS-TOTAL-DIFFERENCES.

      *****************************************************************
      * Settlement - per currency and method.
      *****************************************************************
       COMPARE-SETTLEMENT.
           MOVE "SETTLEMENT - COUNT, BASE, FEE AND NET BY CURRENCY "
               TO CS-SECTION-TITLE.
           PERFORM WRITE-SECTION-LINE.
           OPEN INPUT DRY-SETTLE-FILE.
           OPEN INPUT ACTUAL-SETTLE-FILE.
           IF NOT DRY-SETTLE-OK OR NOT ACTUAL-SETTLE-OK
               DISPLAY "DRY RUN COMPARE: SETTLEMENT FILES NOT "
                       "SUPPLIED " WS-DRY-SETTLE-STATUS " "
                       WS-ACTUAL-SETTLE-STATUS
                       " - SETTLEMENT NOT COMPARED"
               MOVE "NOT COMPARED - FILES NOT SUPPLIED" TO
                   CS-SECTION-TITLE
               MOVE WS-CMP-SECTION-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           ELSE
               PERFORM READ-DRY-SETTLE
               PERFORM LOAD-DRY-SETTLE
                   UNTIL DRY-SETTLE-EOF
               PERFORM READ-ACTUAL-SETTLE
               PERFORM LOAD-ACTUAL-SETTLE
                   UNTIL ACTUAL-SETTLE-EOF
               PERFORM CHECK-SETTLE-ENTRY VARYING WS-SETTLE-IDX
                   FROM 1 BY 1 UNTIL WS-SETTLE-IDX > WS-SETTLE-COUNT
           END-IF.
           IF DRY-SETTLE-OK OR DRY-SETTLE-EOF
               CLOSE DRY-SETTLE-FILE
           END-IF.
           IF ACTUAL-SETTLE-OK OR ACTUAL-SETTLE-EOF
               CLOSE ACTUAL-SETTLE-FILE
           END-IF.

       READ-DRY-SETTLE.
           READ DRY-SETTLE-FILE
               AT END
                   SET DRY-SETTLE-EOF TO TRUE
           END-READ.

       LOAD-DRY-SETTLE.
           MOVE DS-CURRENCY-CODE TO WS-SK-CURRENCY.
           MOVE DS-PAYMENT-METHOD TO WS-SK-METHOD.
           PERFORM FIND-SETTLE-ENTRY.
           IF WS-SETTLE-FOUND-IDX NOT = ZERO
               ADD DS-TRANSACTION-COUNT TO
                   WS-ST-DRY-COUNT (WS-SETTLE-FOUND-IDX)
               ADD DS-TOTAL-BASE-AMOUNT TO
                   WS-ST-DRY-BASE (WS-SETTLE-FOUND-IDX)
               ADD DS-TOTAL-FEE-AMOUNT TO
                   WS-ST-DRY-FEE (WS-SETTLE-FOUND-IDX)
               ADD DS-NET-SETTLEMENT-AMOUNT TO
                   WS-ST-DRY-NET (WS-SETTLE-FOUND-IDX)
           END-IF.
           PERFORM READ-DRY-SETTLE.

       READ-ACTUAL-SETTLE.
           READ ACTUAL-SETTLE-FILE
               AT END
                   SET ACTUAL-SETTLE-EOF TO TRUE
           END-READ.

       LOAD-ACTUAL-SETTLE.
           MOVE AS-CURRENCY-CODE TO WS-SK-CURRENCY.
           MOVE AS-PAYMENT-METHOD TO WS-SK-METHOD.
           PERFORM FIND-SETTLE-ENTRY.
           IF WS-SETTLE-FOUND-IDX NOT = ZERO
               ADD AS-TRANSACTION-COUNT TO
                   WS-ST-ACT-COUNT (WS-SETTLE-FOUND-IDX)
               ADD AS-TOTAL-BASE-AMOUNT TO
                   WS-ST-ACT-BASE (WS-SETTLE-FOUND-IDX)
               ADD AS-TOTAL-FEE-AMOUNT TO
                   WS-ST-ACT-FEE (WS-SETTLE-FOUND-IDX)
               ADD AS-NET-SETTLEMENT-AMOUNT TO
                   WS-ST-ACT-NET (WS-SETTLE-FOUND-IDX)
           END-IF.
           PERFORM READ-ACTUAL-SETTLE.

       FIND-SETTLE-ENTRY.
           MOVE ZERO TO WS-SETTLE-FOUND-IDX.
           PERFORM MATCH-SETTLE-ENTRY VARYING WS-SETTLE-IDX
               FROM 1 BY 1 UNTIL WS-SETTLE-IDX > WS-SETTLE-COUNT.
           IF WS-SETTLE-FOUND-IDX = ZERO
               IF WS-SETTLE-COUNT < 100
                   ADD 1 TO WS-SETTLE-COUNT
                   MOVE WS-SETTLE-COUNT TO WS-SETTLE-FOUND-IDX
                   INITIALIZE WS-ST-ENTRY (WS-SETTLE-FOUND-IDX)
                   MOVE WS-SETTLE-KEY TO
                       WS-ST-KEY (WS-SETTLE-FOUND-IDX)
               ELSE
                   DISPLAY "DRY RUN COMPARE: SETTLEMENT TABLE FULL - "
                           "DISCARDING " WS-SETTLE-KEY
                   ADD 1 TO WS-COUNT-DISCARDED
               END-IF
           END-IF.

       MATCH-SETTLE-ENTRY.
           IF WS-ST-KEY (WS-SETTLE-IDX) = WS-SETTLE-KEY
               MOVE WS-SETTLE-IDX TO WS-SETTLE-FOUND-IDX
           END-IF.

       CHECK-SETTLE-ENTRY.
           IF WS-ST-DRY-COUNT (WS-SETTLE-IDX) NOT =
                  WS-ST-ACT-COUNT (WS-SETTLE-IDX)
              OR WS-ST-DRY-BASE (WS-SETTLE-IDX) NOT =
                  WS-ST-ACT-BASE (WS-SETTLE-IDX)
              OR WS-ST-DRY-FEE (WS-SETTLE-IDX) NOT =
                  WS-ST-ACT-FEE (WS-SETTLE-IDX)
              OR WS-ST-DRY-NET (WS-SETTLE-IDX) NOT =
                  WS-ST-ACT-NET (WS-SETTLE-IDX)
               MOVE SPACES TO FL-KEY
               STRING WS-ST-CURRENCY (WS-SETTLE-IDX) " "
                   WS-ST-METHOD (WS-SETTLE-IDX)
                   DELIMITED BY SIZE INTO FL-KEY
               MOVE "SETTLEMENT" TO FL-DIFFERENCE
               MOVE "DRY RUN" TO FL-SIDE
               MOVE WS-ST-DRY-COUNT (WS-SETTLE-IDX) TO FL-COUNT
               MOVE WS-ST-DRY-BASE (WS-SETTLE-IDX) TO FL-AMOUNT-1
               MOVE WS-ST-DRY-FEE (WS-SETTLE-IDX) TO FL-AMOUNT-2
               MOVE WS-ST-DRY-NET (WS-SETTLE-IDX) TO FL-AMOUNT-3
               MOVE WS-CMP-FIGURE-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               MOVE SPACES TO FL-DIFFERENCE
               MOVE "ACTUAL" TO FL-SIDE
               MOVE WS-ST-ACT-COUNT (WS-SETTLE-IDX) TO FL-COUNT
               MOVE WS-ST-ACT-BASE (WS-SETTLE-IDX) TO FL-AMOUNT-1
               MOVE WS-ST-ACT-FEE (WS-SETTLE-IDX) TO FL-AMOUNT-2
               MOVE WS-ST-ACT-NET (WS-SETTLE-IDX) TO FL-AMOUNT-3
               MOVE WS-CMP-FIGURE-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               ADD 1 TO WS-COUNT-SETTLE-DIFFER
               ADD 1 TO WS-TOTAL-DIFFERENCES
           END-IF.

      *****************************************************************
      * GL - per account, side, currency and method.
      *****************************************************************
       COMPARE-GL-EXTRACTS.
           MOVE "GL - LINES AND AMOUNT BY ACCOUNT, SIDE AND CURRENCY"
               TO CS-SECTION-TITLE.
           PERFORM WRITE-SECTION-LINE.
           OPEN INPUT DRY-GL-FILE.
           OPEN INPUT ACTUAL-GL-FILE.
           IF NOT DRY-GL-OK OR NOT ACTUAL-GL-OK
               DISPLAY "DRY RUN COMPARE: GL EXTRACTS NOT SUPPLIED "
                       WS-DRY-GL-STATUS " " WS-ACTUAL-GL-STATUS
                       " - GL NOT COMPARED"
               MOVE "NOT COMPARED - FILES NOT SUPPLIED" TO
                   CS-SECTION-TITLE
               MOVE WS-CMP-SECTION-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           ELSE
               PERFORM READ-DRY-GL
               PERFORM LOAD-DRY-GL
                   UNTIL DRY-GL-EOF
               PERFORM READ-ACTUAL-GL
               PERFORM LOAD-ACTUAL-GL
                   UNTIL ACTUAL-GL-EOF
               PERFORM CHECK-GL-ENTRY VARYING WS-GL-IDX
                   FROM 1 BY 1 UNTIL WS-GL-IDX > WS-GL-COUNT
           END-IF.
           IF DRY-GL-OK OR DRY-GL-EOF
               CLOSE DRY-GL-FILE
           END-IF.
           IF ACTUAL-GL-OK OR ACTUAL-GL-EOF
               CLOSE ACTUAL-GL-FILE
           END-IF.

       READ-DRY-GL.
           READ DRY-GL-FILE
               AT END
                   SET DRY-GL-EOF TO TRUE
           END-READ.

       LOAD-DRY-GL.
           MOVE DG-ACCOUNT-NUMBER TO WS-GLK-ACCOUNT.
           MOVE DG-DEBIT-CREDIT-IND TO WS-GLK-DEBIT-CREDIT.
           MOVE DG-CURRENCY-CODE TO WS-GLK-CURRENCY.
           MOVE DG-PAYMENT-METHOD TO WS-GLK-METHOD.
           PERFORM FIND-GL-ENTRY.
           IF WS-GL-FOUND-IDX NOT = ZERO
               MOVE DG-ACCOUNT-NAME TO
                   WS-GT-ACCOUNT-NAME (WS-GL-FOUND-IDX)
               ADD 1 TO WS-GT-DRY-LINES (WS-GL-FOUND-IDX)
               ADD DG-AMOUNT TO WS-GT-DRY-AMOUNT (WS-GL-FOUND-IDX)
           END-IF.
           PERFORM READ-DRY-GL.

       READ-ACTUAL-GL.
           READ ACTUAL-GL-FILE
               AT END
                   SET ACTUAL-GL-EOF TO TRUE
           END-READ.

       LOAD-ACTUAL-GL.
           MOVE AG-ACCOUNT-NUMBER TO WS-GLK-ACCOUNT.
           MOVE AG-DEBIT-CREDIT-IND TO WS-GLK-DEBIT-CREDIT.
           MOVE AG-CURRENCY-CODE TO WS-GLK-CURRENCY.
           MOVE AG-PAYMENT-METHOD TO WS-GLK-METHOD.
           PERFORM FIND-GL-ENTRY.
           IF WS-GL-FOUND-IDX NOT = ZERO
               MOVE AG-ACCOUNT-NAME TO
                   WS-GT-ACCOUNT-NAME (WS-GL-FOUND-IDX)
               ADD 1 TO WS-GT-ACT-LINES (WS-GL-FOUND-IDX)
               ADD AG-AMOUNT TO WS-GT-ACT-AMOUNT (WS-GL-FOUND-IDX)
           END-IF.
           PERFORM READ-ACTUAL-GL.

       FIND-GL-ENTRY.
           MOVE ZERO TO WS-GL-FOUND-IDX.
           PERFORM MATCH-GL-ENTRY VARYING WS-GL-IDX
               FROM 1 BY 1 UNTIL WS-GL-IDX > WS-GL-COUNT.
           IF WS-GL-FOUND-IDX = ZERO
               IF WS-GL-COUNT < 300
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GL-COUNT TO WS-GL-FOUND-IDX
                   INITIALIZE WS-GT-ENTRY (WS-GL-FOUND-IDX)
                   MOVE WS-GL-KEY TO WS-GT-KEY (WS-GL-FOUND-IDX)
               ELSE
                   DISPLAY "DRY RUN COMPARE: GL TABLE FULL - "
                           "DISCARDING " WS-GL-KEY
                   ADD 1 TO WS-COUNT-DISCARDED
               END-IF
           END-IF.

       MATCH-GL-ENTRY.
           IF WS-GT-KEY (WS-GL-IDX) = WS-GL-KEY
               MOVE WS-GL-IDX TO WS-GL-FOUND-IDX
           END-IF.

      *    A partitioned actual run cuts one set of lines per
      *    partition, so only the amount per account is compared,
      *    not the number of lines behind it.
       CHECK-GL-ENTRY.
           IF WS-GT-DRY-AMOUNT (WS-GL-IDX) NOT =
                  WS-GT-ACT-AMOUNT (WS-GL-IDX)
               MOVE SPACES TO FL-KEY
               STRING WS-GT-ACCOUNT (WS-GL-IDX) " "
                   WS-GT-DEBIT-CREDIT (WS-GL-IDX) " "
                   WS-GT-CURRENCY (WS-GL-IDX) " "
                   WS-GT-METHOD (WS-GL-IDX) " "
                   WS-GT-ACCOUNT-NAME (WS-GL-IDX)
                   DELIMITED BY SIZE INTO FL-KEY
               MOVE "GL" TO FL-DIFFERENCE
               MOVE "DRY RUN" TO FL-SIDE
               MOVE WS-GT-DRY-LINES (WS-GL-IDX) TO FL-COUNT
               MOVE WS-GT-DRY-AMOUNT (WS-GL-IDX) TO FL-AMOUNT-1
               MOVE ZERO TO FL-AMOUNT-2
               MOVE ZERO TO FL-AMOUNT-3
               MOVE WS-CMP-FIGURE-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               MOVE SPACES TO FL-DIFFERENCE
               MOVE "ACTUAL" TO FL-SIDE
               MOVE WS-GT-ACT-LINES (WS-GL-IDX) TO FL-COUNT
               MOVE WS-GT-ACT-AMOUNT (WS-GL-IDX) TO FL-AMOUNT-1
               MOVE WS-CMP-FIGURE-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               ADD 1 TO WS-COUNT-GL-DIFFER
               ADD 1 TO WS-TOTAL-DIFFERENCES
           END-IF.

      *****************************************************************
      * Totals - dispositions side by side, then the differences.
      *****************************************************************
       WRITE-COMPARE-TOTALS.
           MOVE "TOTALS" TO CS-SECTION-TITLE.
           MOVE "DRY RUN" TO CS-SECTION-TITLE (43:7).
           MOVE "ACTUAL" TO CS-SECTION-TITLE (55:6).
           PERFORM WRITE-SECTION-LINE.
           MOVE "ITEMS ACKNOWLEDGED" TO TT-TOTAL-LABEL.
           MOVE WS-COUNT-DRY-ACKS TO TT-TOTAL-DRY.
           MOVE WS-COUNT-ACTUAL-ACKS TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  POSTED" TO TT-TOTAL-LABEL.
           MOVE WS-DRY-POSTED TO TT-TOTAL-DRY.
           MOVE WS-ACT-POSTED TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  REJECTED" TO TT-TOTAL-LABEL.
           MOVE WS-DRY-REJECTED TO TT-TOTAL-DRY.
           MOVE WS-ACT-REJECTED TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  HELD" TO TT-TOTAL-LABEL.
           MOVE WS-DRY-HELD TO TT-TOTAL-DRY.
           MOVE WS-ACT-HELD TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  QUEUED FOR APPROVAL" TO TT-TOTAL-LABEL.
           MOVE WS-DRY-QUEUED TO TT-TOTAL-DRY.
           MOVE WS-ACT-QUEUED TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ITEMS THE SAME" TO TT-TOTAL-LABEL.
           MOVE WS-COUNT-SAME TO TT-TOTAL-DRY.
           MOVE WS-COUNT-SAME TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DISPOSITION DIFFERS" TO TT-TOTAL-LABEL.
           MOVE WS-COUNT-DISP-DIFFERS TO TT-TOTAL-DRY.
           MOVE WS-COUNT-DISP-DIFFERS TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "POSTED FIGURES DIFFER" TO TT-TOTAL-LABEL.
           MOVE WS-COUNT-FIGS-DIFFER TO TT-TOTAL-DRY.
           MOVE WS-COUNT-FIGS-DIFFER TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "POSTING NOT ON LOG" TO TT-TOTAL-LABEL.
           MOVE WS-COUNT-NOT-ON-LOG TO TT-TOTAL-DRY.
           MOVE WS-COUNT-NOT-ON-LOG TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "POSTED FIGURES NOT COMPARED" TO TT-TOTAL-LABEL.
           MOVE WS-COUNT-NOT-COMPARED TO TT-TOTAL-DRY.
           MOVE WS-COUNT-NOT-COMPARED TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ACKNOWLEDGED ON ONE SIDE ONLY" TO TT-TOTAL-LABEL.
           MOVE WS-COUNT-DRY-ONLY TO TT-TOTAL-DRY.
           MOVE WS-COUNT-ACTUAL-ONLY TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "SETTLEMENT LINES DIFFER" TO TT-TOTAL-LABEL.
           MOVE WS-COUNT-SETTLE-DIFFER TO TT-TOTAL-DRY.
           MOVE WS-COUNT-SETTLE-DIFFER TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "GL LINES DIFFER" TO TT-TOTAL-LABEL.
           MOVE WS-COUNT-GL-DIFFER TO TT-TOTAL-DRY.
           MOVE WS-COUNT-GL-DIFFER TO TT-TOTAL-ACTUAL.
           PERFORM WRITE-TOTAL-LINE.
      *    An entry a full table had to drop may hide a difference.
           IF WS-COUNT-DISCARDED > ZERO
               MOVE "ENTRIES DISCARDED - TABLE FULL" TO TT-TOTAL-LABEL
               MOVE WS-COUNT-DISCARDED TO TT-TOTAL-DRY
               MOVE WS-COUNT-DISCARDED TO TT-TOTAL-ACTUAL
               PERFORM WRITE-TOTAL-LINE
               ADD WS-COUNT-DISCARDED TO WS-TOTAL-DIFFERENCES
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-CMP-TOTAL-LINE TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
