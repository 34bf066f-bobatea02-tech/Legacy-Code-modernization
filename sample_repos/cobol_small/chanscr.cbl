       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANNEL-SCORECARD.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Channel acceptance scorecard - End-of-cycle step that scores
      * every submitting channel on the quality of what it sent, so
      * relationship managers can take numbers to channel partners.
      * For the cycle's BUSDATE business date, per channel id:
      *   - records received - the channel acknowledgments (CHANACK)
      *     written for the date, and of those the items posted
      *     straight through (no hold, no repair) and the items
      *     queued for dual approval;
      *   - items posted only after a reject was repaired and
      *     resubmitted - a posted acknowledgment whose customer and
      *     amount REJECT-RESUBMIT resubmitted within the repair
      *     window (RESUBTRK);
      *   - rejects by reject code (the reject files) and holds by
      *     hold reason (the pending-review files);
      *   - held items released and posted, declined at held review
      *     (HELDLOG), approved and posted or refused at approval
      *     (APPRLOG), for decisions dated the business date - a
      *     self-approval the review refused to apply is not counted;
      *   - posted items the bank returned (the return-reversal
      *     handoff, which carries the original's channel);
      *   - the base-equivalent value of everything posted on the
      *     date under the channel id (TRANLOG originals).
      * The day's figures are kept on the channel scorecard history
      * (CHANSTAT, replaced on a rerun of the same date), and the
      * report (CHANRPT) gives each channel's day and month-to-date
      * lines with its straight-through rate - posted straight
      * through over received - and the day's reject and hold codes
      * beside their month-to-date counts. As TREND-REPORT does for
      * partitions, a channel whose straight-through rate falls
      * below the drop factor times its rate over the prior window
      * (both days with at least the minimum volume) is flagged and
      * the step ends with return code 4. A missing source is noted
      * and skipped; the run refuses to start without the business
      * date or the history (return code 8).
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      * Totals what each channel posted by merchant category code -
      * the count and base-equivalent value of the date's TRANLOG
      * originals under the payee's category on the merchant master
      * (MERCHMST), with NONE for house items and uncategorised
      * payees - kept on the history like the reject and hold codes
      * and listed beside their month-to-date figures.
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
           SELECT CHANNEL-ACK-FILE ASSIGN TO "CHANACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANNEL-ACK-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REJECT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT PENDING-REVIEW-FILE ASSIGN TO "PENDREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-REVIEW-STATUS.
           SELECT HELD-LOG-FILE ASSIGN TO "HELDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-LOG-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-LOG-STATUS.
           SELECT RETURN-REVERSAL-FILE ASSIGN TO "RETREVSL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-REVERSAL-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-TRANSACTION-ID
               FILE STATUS IS WS-TRANSACTION-LOG-STATUS.
           SELECT RESUB-TRACK-FILE ASSIGN TO "RESUBTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-TRACK-KEY
               FILE STATUS IS WS-RESUB-TRACK-STATUS.
           SELECT MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MERCHANT-ID
               FILE STATUS IS WS-MERCHANT-MASTER-STATUS.
           SELECT CHANNEL-STATS-FILE ASSIGN TO "CHANSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-STATS-KEY
               FILE STATUS IS WS-CHANNEL-STATS-STATUS.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO "CHANRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORECARD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  CHANNEL-ACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHANNEL-ACK-REC.

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REJECT-REC.

       FD  PENDING-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HELD-PAYMENT-REC.

       FD  HELD-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HELD-LOG-REC.

       FD  APPROVAL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPROVAL-LOG-REC.

       FD  RETURN-REVERSAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYMENT-TRANS-REC.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  RESUB-TRACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RESUB-TRACK-REC.

       FD  MERCHANT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MERCHANT-MASTER-REC.

       FD  CHANNEL-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHANNEL-STATS-REC.

       FD  SCORECARD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCORECARD-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW     PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-CHANNEL-ACK-STATUS   PIC XX VALUE "00".
           88 CHANNEL-ACK-OK       VALUE "00".
           88 CHANNEL-ACK-EOF      VALUE "10".
       01  WS-REJECT-STATUS        PIC XX VALUE "00".
           88 REJECT-FILE-OK       VALUE "00".
           88 REJECT-FILE-EOF      VALUE "10".
       01  WS-PENDING-REVIEW-STATUS PIC XX VALUE "00".
           88 PENDING-REVIEW-OK    VALUE "00".
           88 PENDING-REVIEW-EOF   VALUE "10".
       01  WS-HELD-LOG-STATUS      PIC XX VALUE "00".
           88 HELD-LOG-OK          VALUE "00".
           88 HELD-LOG-EOF         VALUE "10".
       01  WS-APPROVAL-LOG-STATUS  PIC XX VALUE "00".
           88 APPROVAL-LOG-OK      VALUE "00".
           88 APPROVAL-LOG-EOF     VALUE "10".
       01  WS-RETURN-REVERSAL-STATUS PIC XX VALUE "00".
           88 RETURN-REVERSAL-OK   VALUE "00".
           88 RETURN-REVERSAL-EOF  VALUE "10".
       01  WS-TRANSACTION-LOG-STATUS PIC XX VALUE "00".
           88 TRANSACTION-LOG-OK   VALUE "00".
           88 TRANSACTION-LOG-EOF  VALUE "10".
       01  WS-RESUB-TRACK-STATUS   PIC XX VALUE "00".
           88 RESUB-TRACK-OK       VALUE "00".
       01  WS-RESUB-TRACK-SW       PIC X VALUE 'N'.
           88 RESUB-TRACK-OPEN     VALUE 'Y'.
       01  WS-MERCHANT-MASTER-STATUS PIC XX VALUE "00".
           88 MERCHANT-MASTER-OK   VALUE "00".
       01  WS-LAST-MERCHANT-ID     PIC 9(8) VALUE ZERO.
       01  WS-LAST-CATEGORY        PIC X(4) VALUE SPACES.
       01  WS-CHANNEL-STATS-STATUS PIC XX VALUE "00".
           88 CHANNEL-STATS-OK     VALUE "00".
           88 CHANNEL-STATS-EOF    VALUE "10".
           88 CHANNEL-STATS-MISSING VALUE "35".
       01  WS-SCORECARD-REPORT-STATUS PIC XX VALUE "00".
           88 SCORECARD-REPORT-OK  VALUE "00".

      *    A posted item counts as repaired when REJECT-RESUBMIT sent
      *    its customer and amount back in within this many days.
      *    The straight-through trend compares the day against the
      *    prior window of calendar days, and flags a rate below the
      *    drop factor times the window's rate when both the day and
      *    the window received at least the minimum volume.
       01  WS-REPAIR-WINDOW-DAYS   PIC 9(3) VALUE 7.
       01  WS-TREND-WINDOW-DAYS    PIC 9(3) VALUE 14.
       01  WS-DROP-FACTOR          PIC 9V99 VALUE 0.80.
       01  WS-MIN-VOLUME           PIC 9(5) VALUE 10.

       01  WS-MONTH-START-DATE     PIC 9(8) VALUE ZERO.
       01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START-DATE.
           05  WS-MONTH-START-CCYYMM PIC 9(6).
           05  WS-MONTH-START-DD   PIC 9(2).
       01  WS-TREND-START-DATE     PIC 9(8) VALUE ZERO.
       01  WS-REPAIR-START-DATE    PIC 9(8) VALUE ZERO.
       01  WS-HISTORY-START-DATE   PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE-NUM    PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER         PIC 9(7) VALUE ZERO.

      *    Channel table, kept in channel id order: the day's and
      *    the month-to-date figures, and the prior window's
      *    received and straight-through counts for the trend.
       01  WS-CHANNEL-MAX          PIC 9(3) VALUE 100.
       01  WS-CHANNEL-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-CH-IDX               PIC 9(3) VALUE ZERO.
       01  WS-CH-SHIFT-IDX         PIC 9(3) VALUE ZERO.
       01  WS-CH-INSERT-IDX        PIC 9(3) VALUE ZERO.
       01  WS-CHANNEL-TABLE.
           05  WS-CH-ENTRY OCCURS 100 TIMES.
               10  WS-CH-ID            PIC X(8).
               10  WS-CH-MTD-SW        PIC X.
                   88  WS-CH-MTD-ACTIVE    VALUE 'Y'.
               10  WS-CH-DAY.
                   15  WS-CH-DAY-RECEIVED  PIC 9(9).
                   15  WS-CH-DAY-STRAIGHT  PIC 9(9).
                   15  WS-CH-DAY-REPAIRED  PIC 9(9).
                   15  WS-CH-DAY-RELEASED  PIC 9(9).
                   15  WS-CH-DAY-REJECTED  PIC 9(9).
                   15  WS-CH-DAY-HELD      PIC 9(9).
                   15  WS-CH-DAY-QUEUED    PIC 9(9).
                   15  WS-CH-DAY-DECLINED  PIC 9(9).
                   15  WS-CH-DAY-REFUSED   PIC 9(9).
                   15  WS-CH-DAY-RETURNED  PIC 9(9).
                   15  WS-CH-DAY-VALUE     PIC S9(13)V99.
               10  WS-CH-MTD.
                   15  WS-CH-MTD-RECEIVED  PIC 9(9).
                   15  WS-CH-MTD-STRAIGHT  PIC 9(9).
                   15  WS-CH-MTD-REPAIRED  PIC 9(9).
                   15  WS-CH-MTD-RELEASED  PIC 9(9).
                   15  WS-CH-MTD-REJECTED  PIC 9(9).
                   15  WS-CH-MTD-HELD      PIC 9(9).
                   15  WS-CH-MTD-QUEUED    PIC 9(9).
                   15  WS-CH-MTD-DECLINED  PIC 9(9).
                   15  WS-CH-MTD-REFUSED   PIC 9(9).
                   15  WS-CH-MTD-RETURNED  PIC 9(9).
                   15  WS-CH-MTD-VALUE     PIC S9(13)V99.
               10  WS-CH-PRIOR-RECEIVED    PIC 9(9).
               10  WS-CH-PRIOR-STRAIGHT    PIC 9(9).
       01  WS-LOOKUP-CHANNEL       PIC X(8) VALUE SPACES.

      *    Reject-code, hold-reason and merchant-category table, kept
      *    in channel / type / code order so a channel's codes list
      *    together. Only category entries carry a value.
       01  WS-CODE-MAX             PIC 9(3) VALUE 900.
       01  WS-CODE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-CD-IDX               PIC 9(3) VALUE ZERO.
       01  WS-CD-SHIFT-IDX         PIC 9(3) VALUE ZERO.
       01  WS-CD-INSERT-IDX        PIC 9(3) VALUE ZERO.
       01  WS-CODE-TABLE.
           05  WS-CD-ENTRY OCCURS 900 TIMES.
               10  WS-CD-KEY.
                   15  WS-CD-CHANNEL-ID    PIC X(8).
                   15  WS-CD-TYPE          PIC X.
                   15  WS-CD-CODE          PIC X(4).
               10  WS-CD-DAY-COUNT     PIC 9(7).
               10  WS-CD-MTD-COUNT     PIC 9(9).
               10  WS-CD-DAY-VALUE     PIC S9(13)V99.
               10  WS-CD-MTD-VALUE     PIC S9(13)V99.
       01  WS-LOOKUP-CODE-KEY.
           05  WS-LOOKUP-CODE-CHANNEL  PIC X(8).
           05  WS-LOOKUP-CODE-TYPE     PIC X.
           05  WS-LOOKUP-CODE-CODE     PIC X(4).
       01  WS-TABLE-FULL-SW        PIC X VALUE 'N'.
           88 TABLE-FULL-NOTED     VALUE 'Y'.

       01  WS-COUNT-ACKS           PIC 9(9) VALUE ZERO.
       01  WS-COUNT-SAVED          PIC 9(9) VALUE ZERO.
       01  WS-COUNT-REPORTED       PIC 9(5) VALUE ZERO.
       01  WS-COUNT-DROPS          PIC 9(5) VALUE ZERO.
       01  WS-COUNT-OVERFLOW       PIC 9(7) VALUE ZERO.
       01  WS-DAY-RATE             PIC 9(3)V9(4) VALUE ZERO.
       01  WS-PRIOR-RATE           PIC 9(3)V9(4) VALUE ZERO.

       01  WS-SCORE-HEADING.
           05  FILLER              PIC X(45) VALUE
               "CHANNEL ACCEPTANCE SCORECARD - BUSINESS DATE ".
           05  SH-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(20) VALUE
               "  MONTH TO DATE FROM".
           05  FILLER              PIC X VALUE SPACE.
           05  SH-MONTH-START      PIC 9(8).
           05  FILLER              PIC X(50) VALUE SPACES.
       01  WS-SCORE-COLUMN-HEADING.
           05  FILLER              PIC X(12) VALUE "CHANNEL  PER".
           05  FILLER              PIC X(9) VALUE " RECEIVED".
           05  FILLER              PIC X(9) VALUE "   POSTED".
           05  FILLER              PIC X(9) VALUE " STRAIGHT".
           05  FILLER              PIC X(9) VALUE " REPAIRED".
           05  FILLER              PIC X(9) VALUE " RELEASED".
           05  FILLER              PIC X(9) VALUE " REJECTED".
           05  FILLER              PIC X(9) VALUE "     HELD".
           05  FILLER              PIC X(9) VALUE "   QUEUED".
           05  FILLER              PIC X(9) VALUE " DECLINED".
           05  FILLER              PIC X(9) VALUE "  REFUSED".
           05  FILLER              PIC X(9) VALUE " RETURNED".
           05  FILLER              PIC X(15) VALUE
               "   VALUE POSTED".
           05  FILLER              PIC X(6) VALUE "  STP%".
       01  WS-SCORE-DETAIL.
           05  SD-CHANNEL-ID       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SD-PERIOD           PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  SD-RECEIVED         PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-POSTED           PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-STRAIGHT         PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-REPAIRED         PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-RELEASED         PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-REJECTED         PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-HELD             PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-QUEUED           PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-DECLINED         PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-REFUSED          PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-RETURNED         PIC Z(7)9.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-VALUE-POSTED     PIC Z(9)9.99-.
           05  FILLER              PIC X VALUE SPACE.
           05  SD-STP-RATE         PIC ZZ9.9.
       01  WS-SCORE-CODE-LINE.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  SC-CODE-TYPE        PIC X(7).
           05  SC-CODE             PIC X(4).
           05  FILLER              PIC X(6) VALUE "  DAY ".
           05  SC-DAY-COUNT        PIC Z(6)9.
           05  FILLER              PIC X(6) VALUE "  MTD ".
           05  SC-MTD-COUNT        PIC Z(8)9.
           05  FILLER              PIC X(80) VALUE SPACES.
       01  WS-SCORE-CATEGORY-LINE.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "MCC    ".
           05  SG-CATEGORY         PIC X(4).
           05  FILLER              PIC X(6) VALUE "  DAY ".
           05  SG-DAY-COUNT        PIC Z(6)9.
           05  FILLER              PIC X(6) VALUE "  MTD ".
           05  SG-MTD-COUNT        PIC Z(8)9.
           05  FILLER              PIC X(12) VALUE "  DAY VALUE ".
           05  SG-DAY-VALUE        PIC Z(11)9.99-.
           05  FILLER              PIC X(12) VALUE "  MTD VALUE ".
           05  SG-MTD-VALUE        PIC Z(12)9.99-.
           05  FILLER              PIC X(23) VALUE SPACES.
       01  WS-SCORE-DROP-LINE.
           05  FILLER              PIC X(42) VALUE
               "*** STRAIGHT-THROUGH RATE DROP - CHANNEL ".
           05  SX-CHANNEL-ID       PIC X(8).
           05  FILLER              PIC X(7) VALUE " TODAY ".
           05  SX-DAY-RATE         PIC ZZ9.9.
           05  FILLER              PIC X(16) VALUE
               "% PRIOR WINDOW ".
           05  SX-PRIOR-RATE       PIC ZZ9.9.
           05  FILLER              PIC X(49) VALUE "%".
       01  WS-SCORE-NOTE-LINE.
           05  FILLER              PIC X(4) VALUE "*** ".
           05  SN-NOTE             PIC X(60).
           05  FILLER              PIC X(68) VALUE SPACES.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "CHANSCR".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       SCORECARD-LOGIC.
           DISPLAY "=================================".
           DISPLAY "CHANNEL SCORECARD STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           PERFORM READ-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-LOADED
               DISPLAY "CHANNEL SCORECARD: BUSINESS DATE CONTROL FILE "
                       "UNAVAILABLE " WS-BUSINESS-DATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-WINDOW-DATES.

           PERFORM OPEN-CHANNEL-STATS.
           IF NOT CHANNEL-STATS-OK
               DISPLAY "CHANNEL SCORECARD: UNABLE TO OPEN CHANSTAT "
                       WS-CHANNEL-STATS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SCORECARD-REPORT-FILE.
           IF NOT SCORECARD-REPORT-OK
               DISPLAY "CHANNEL SCORECARD: UNABLE TO OPEN CHANRPT "
                       WS-SCORECARD-REPORT-STATUS
               CLOSE CHANNEL-STATS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CW-CURRENT-DATE TO SH-BUSINESS-DATE.
           MOVE WS-MONTH-START-DATE TO SH-MONTH-START.
           MOVE WS-SCORE-HEADING TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.

           PERFORM CLEAR-TABLES.
           PERFORM COUNT-ACKNOWLEDGMENTS.
           PERFORM COUNT-REJECTS.
           PERFORM COUNT-HOLDS.
           PERFORM COUNT-HELD-DECISIONS.
           PERFORM COUNT-APPROVAL-DECISIONS.
           PERFORM COUNT-BANK-RETURNS.
           PERFORM TOTAL-VALUE-POSTED.

           PERFORM SAVE-DAY-FIGURES.
           PERFORM CLEAR-TABLES.
           PERFORM LOAD-HISTORY-FIGURES.
           CLOSE CHANNEL-STATS-FILE.

           MOVE SPACES TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.
           MOVE WS-SCORE-COLUMN-HEADING TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.
           PERFORM REPORT-ONE-CHANNEL VARYING WS-CH-IDX
               FROM 1 BY 1 UNTIL WS-CH-IDX > WS-CHANNEL-COUNT.
           CLOSE SCORECARD-REPORT-FILE.

           DISPLAY "CHANNEL SCORECARD: ACKNOWLEDGMENTS:  "
                   WS-COUNT-ACKS.
           DISPLAY "CHANNEL SCORECARD: HISTORY RECORDS:  "
                   WS-COUNT-SAVED.
           DISPLAY "CHANNEL SCORECARD: CHANNELS REPORTED:"
                   WS-COUNT-REPORTED.
           DISPLAY "CHANNEL SCORECARD: RATE DROPS:       "
                   WS-COUNT-DROPS.
           IF WS-COUNT-OVERFLOW > ZERO
               DISPLAY "CHANNEL SCORECARD: ITEMS NOT TABLED: "
                       WS-COUNT-OVERFLOW
           END-IF.
           DISPLAY "=================================".

           IF WS-COUNT-DROPS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-COUNT-ACKS TO WS-STEP-COUNT-READ.
           MOVE WS-COUNT-SAVED TO WS-STEP-COUNT-WRITTEN.
           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO CW-CURRENT-DATE
                       SET BUSINESS-DATE-LOADED TO TRUE
                       DISPLAY "CHANNEL SCORECARD: BUSINESS DATE "
                               CW-CURRENT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       SET-WINDOW-DATES.
           MOVE CW-CURRENT-DATE TO WS-MONTH-START-DATE.
           MOVE 01 TO WS-MONTH-START-DD.
           MOVE CW-CURRENT-DATE TO WS-BUSINESS-DATE-NUM.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-NUM).
           COMPUTE WS-TREND-START-DATE = FUNCTION DATE-OF-INTEGER
               (WS-DATE-INTEGER - WS-TREND-WINDOW-DAYS).
           COMPUTE WS-REPAIR-START-DATE = FUNCTION DATE-OF-INTEGER
               (WS-DATE-INTEGER - WS-REPAIR-WINDOW-DAYS).
           IF WS-TREND-START-DATE < WS-MONTH-START-DATE
               MOVE WS-TREND-START-DATE TO WS-HISTORY-START-DATE
           ELSE
               MOVE WS-MONTH-START-DATE TO WS-HISTORY-START-DATE
           END-IF.

       OPEN-CHANNEL-STATS.
           OPEN I-O CHANNEL-STATS-FILE.
           IF CHANNEL-STATS-MISSING
               OPEN OUTPUT CHANNEL-STATS-FILE
               CLOSE CHANNEL-STATS-FILE
               OPEN I-O CHANNEL-STATS-FILE
           END-IF.

       CLEAR-TABLES.
           MOVE ZERO TO WS-CHANNEL-COUNT.
           MOVE ZERO TO WS-CODE-COUNT.

      *****************************************************************
      * The day's figures from each source, dated the business date.
      *****************************************************************
       COUNT-ACKNOWLEDGMENTS.
           OPEN INPUT CHANNEL-ACK-FILE.
           IF CHANNEL-ACK-OK
               OPEN INPUT RESUB-TRACK-FILE
               IF RESUB-TRACK-OK
                   SET RESUB-TRACK-OPEN TO TRUE
               ELSE
                   MOVE SPACES TO SN-NOTE
                   STRING "RESUBTRK NOT AVAILABLE "
                       WS-RESUB-TRACK-STATUS
                       " - REPAIRS COUNTED AS STRAIGHT"
                       DELIMITED BY SIZE INTO SN-NOTE
                   PERFORM WRITE-NOTE-LINE
               END-IF
               PERFORM READ-CHANNEL-ACK
                   UNTIL CHANNEL-ACK-EOF
               CLOSE CHANNEL-ACK-FILE
               IF RESUB-TRACK-OPEN
                   CLOSE RESUB-TRACK-FILE
               END-IF
           ELSE
               MOVE SPACES TO SN-NOTE
               STRING "CHANACK NOT AVAILABLE " WS-CHANNEL-ACK-STATUS
                   " - NOTHING RECEIVED COUNTED"
                   DELIMITED BY SIZE INTO SN-NOTE
               PERFORM WRITE-NOTE-LINE
           END-IF.

       READ-CHANNEL-ACK.
           READ CHANNEL-ACK-FILE
               AT END
                   SET CHANNEL-ACK-EOF TO TRUE
               NOT AT END
                   IF AK-ACK-DATE = CW-CURRENT-DATE
                       PERFORM COUNT-ONE-ACK
                   END-IF
           END-READ.

       COUNT-ONE-ACK.
           ADD 1 TO WS-COUNT-ACKS.
           MOVE AK-CHANNEL-ID TO WS-LOOKUP-CHANNEL.
           PERFORM FIND-CHANNEL-ENTRY.
           IF WS-CH-IDX > ZERO
               ADD 1 TO WS-CH-DAY-RECEIVED (WS-CH-IDX)
               EVALUATE TRUE
                   WHEN AK-DISP-POSTED
                       PERFORM CHECK-REPAIRED-ITEM
                   WHEN AK-DISP-QUEUED
                       ADD 1 TO WS-CH-DAY-QUEUED (WS-CH-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-REPAIRED-ITEM.
           IF RESUB-TRACK-OPEN
               MOVE AK-CUSTOMER-ID TO RT-CUSTOMER-ID
               MOVE AK-PAYMENT-AMOUNT TO RT-PAYMENT-AMOUNT
               READ RESUB-TRACK-FILE
                   INVALID KEY
                       ADD 1 TO WS-CH-DAY-STRAIGHT (WS-CH-IDX)
                   NOT INVALID KEY
                       IF RT-LAST-RESUB-DATE >= WS-REPAIR-START-DATE
                           ADD 1 TO WS-CH-DAY-REPAIRED (WS-CH-IDX)
                       ELSE
                           ADD 1 TO WS-CH-DAY-STRAIGHT (WS-CH-IDX)
                       END-IF
               END-READ
           ELSE
               ADD 1 TO WS-CH-DAY-STRAIGHT (WS-CH-IDX)
           END-IF.

       COUNT-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-OK
               PERFORM READ-REJECT-RECORD
                   UNTIL REJECT-FILE-EOF
               CLOSE REJECT-FILE
           ELSE
               MOVE SPACES TO SN-NOTE
               STRING "REJECT FILE NOT AVAILABLE " WS-REJECT-STATUS
                   DELIMITED BY SIZE INTO SN-NOTE
               PERFORM WRITE-NOTE-LINE
           END-IF.

       READ-REJECT-RECORD.
           READ REJECT-FILE
               AT END
                   SET REJECT-FILE-EOF TO TRUE
               NOT AT END
                   IF RJ-REJECT-DATE = CW-CURRENT-DATE
                       MOVE RJ-CHANNEL-ID TO WS-LOOKUP-CHANNEL
                       PERFORM FIND-CHANNEL-ENTRY
                       IF WS-CH-IDX > ZERO
                           ADD 1 TO WS-CH-DAY-REJECTED (WS-CH-IDX)
                           MOVE 'R' TO WS-LOOKUP-CODE-TYPE
                           MOVE RJ-ERROR-CODE TO WS-LOOKUP-CODE-CODE
                           PERFORM ADD-DAY-CODE
                       END-IF
                   END-IF
           END-READ.

       COUNT-HOLDS.
           OPEN INPUT PENDING-REVIEW-FILE.
           IF PENDING-REVIEW-OK
               PERFORM READ-PENDING-RECORD
                   UNTIL PENDING-REVIEW-EOF
               CLOSE PENDING-REVIEW-FILE
           ELSE
               MOVE SPACES TO SN-NOTE
               STRING "PENDREV NOT AVAILABLE "
                   WS-PENDING-REVIEW-STATUS
                   DELIMITED BY SIZE INTO SN-NOTE
               PERFORM WRITE-NOTE-LINE
           END-IF.

       READ-PENDING-RECORD.
           READ PENDING-REVIEW-FILE
               AT END
                   SET PENDING-REVIEW-EOF TO TRUE
               NOT AT END
                   IF HP-HOLD-DATE = CW-CURRENT-DATE
                       MOVE HP-CHANNEL-ID TO WS-LOOKUP-CHANNEL
                       PERFORM FIND-CHANNEL-ENTRY
                       IF WS-CH-IDX > ZERO
                           ADD 1 TO WS-CH-DAY-HELD (WS-CH-IDX)
                           MOVE 'H' TO WS-LOOKUP-CODE-TYPE
                           MOVE HP-HOLD-REASON TO WS-LOOKUP-CODE-CODE
                           PERFORM ADD-DAY-CODE
                       END-IF
                   END-IF
           END-READ.

       COUNT-HELD-DECISIONS.
           OPEN INPUT HELD-LOG-FILE.
           IF HELD-LOG-OK
               PERFORM READ-HELD-LOG-RECORD
                   UNTIL HELD-LOG-EOF
               CLOSE HELD-LOG-FILE
           ELSE
               MOVE SPACES TO SN-NOTE
               STRING "HELDLOG NOT AVAILABLE " WS-HELD-LOG-STATUS
                   DELIMITED BY SIZE INTO SN-NOTE
               PERFORM WRITE-NOTE-LINE
           END-IF.

       READ-HELD-LOG-RECORD.
      *    A release that failed to post stays on the pending queue
      *    and is not yet an outcome.
           READ HELD-LOG-FILE
               AT END
                   SET HELD-LOG-EOF TO TRUE
               NOT AT END
                   IF HL-DECISION-DATE = CW-CURRENT-DATE
                       MOVE HL-CHANNEL-ID TO WS-LOOKUP-CHANNEL
                       PERFORM FIND-CHANNEL-ENTRY
                       IF WS-CH-IDX > ZERO
                           EVALUATE TRUE
                               WHEN HL-ACTION-CODE = 'D'
                                   ADD 1 TO
                                       WS-CH-DAY-DECLINED (WS-CH-IDX)
                               WHEN HL-RELEASE-TRANS-ID NOT = ZERO
                                   ADD 1 TO
                                       WS-CH-DAY-RELEASED (WS-CH-IDX)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

       COUNT-APPROVAL-DECISIONS.
           OPEN INPUT APPROVAL-LOG-FILE.
           IF APPROVAL-LOG-OK
               PERFORM READ-APPROVAL-LOG-RECORD
                   UNTIL APPROVAL-LOG-EOF
               CLOSE APPROVAL-LOG-FILE
           ELSE
               MOVE SPACES TO SN-NOTE
               STRING "APPRLOG NOT AVAILABLE " WS-APPROVAL-LOG-STATUS
                   DELIMITED BY SIZE INTO SN-NOTE
               PERFORM WRITE-NOTE-LINE
           END-IF.

       READ-APPROVAL-LOG-RECORD.
      *    Status X is a self-approval the review refused to apply;
      *    the item is still queued.
           READ APPROVAL-LOG-FILE
               AT END
                   SET APPROVAL-LOG-EOF TO TRUE
               NOT AT END
                   IF AV-DECISION-DATE = CW-CURRENT-DATE
                      AND AV-RELEASE-STATUS NOT = 'X'
                       MOVE AV-CHANNEL-ID TO WS-LOOKUP-CHANNEL
                       PERFORM FIND-CHANNEL-ENTRY
                       IF WS-CH-IDX > ZERO
                           EVALUATE TRUE
                               WHEN AV-ACTION-CODE = 'R'
                                   ADD 1 TO
                                       WS-CH-DAY-REFUSED (WS-CH-IDX)
                               WHEN AV-RELEASE-TRANS-ID NOT = ZERO
                                   ADD 1 TO
                                       WS-CH-DAY-RELEASED (WS-CH-IDX)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

       COUNT-BANK-RETURNS.
           OPEN INPUT RETURN-REVERSAL-FILE.
           IF RETURN-REVERSAL-OK
               PERFORM READ-RETURN-REVERSAL
                   UNTIL RETURN-REVERSAL-EOF
               CLOSE RETURN-REVERSAL-FILE
           ELSE
               MOVE SPACES TO SN-NOTE
               STRING "RETREVSL NOT AVAILABLE "
                   WS-RETURN-REVERSAL-STATUS
                   DELIMITED BY SIZE INTO SN-NOTE
               PERFORM WRITE-NOTE-LINE
           END-IF.

       READ-RETURN-REVERSAL.
           READ RETURN-REVERSAL-FILE
               AT END
                   SET RETURN-REVERSAL-EOF TO TRUE
               NOT AT END
                   IF PT-TYPE-REVERSAL
                       MOVE PT-CHANNEL-ID TO WS-LOOKUP-CHANNEL
                       PERFORM FIND-CHANNEL-ENTRY
                       IF WS-CH-IDX > ZERO
                           ADD 1 TO WS-CH-DAY-RETURNED (WS-CH-IDX)
                       END-IF
                   END-IF
           END-READ.

       TOTAL-VALUE-POSTED.
           OPEN INPUT MERCHANT-MASTER-FILE.
           IF NOT MERCHANT-MASTER-OK
               MOVE SPACES TO SN-NOTE
               STRING "MERCHMST NOT AVAILABLE "
                   WS-MERCHANT-MASTER-STATUS
                   " - CATEGORIES COUNTED AS NONE"
                   DELIMITED BY SIZE INTO SN-NOTE
               PERFORM WRITE-NOTE-LINE
           END-IF.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TRANSACTION-LOG-OK
               PERFORM READ-TRANSACTION-LOG
                   UNTIL TRANSACTION-LOG-EOF
               CLOSE TRANSACTION-LOG-FILE
           ELSE
               MOVE SPACES TO SN-NOTE
               STRING "TRANLOG NOT AVAILABLE "
                   WS-TRANSACTION-LOG-STATUS
                   " - NO VALUE POSTED COUNTED"
                   DELIMITED BY SIZE INTO SN-NOTE
               PERFORM WRITE-NOTE-LINE
           END-IF.
           IF MERCHANT-MASTER-OK
               CLOSE MERCHANT-MASTER-FILE
           END-IF.

       READ-TRANSACTION-LOG.
           READ TRANSACTION-LOG-FILE NEXT RECORD
               AT END
                   SET TRANSACTION-LOG-EOF TO TRUE
               NOT AT END
                   IF TL-POSTING-DATE = CW-CURRENT-DATE
                      AND NOT TL-TYPE-REVERSAL
                       MOVE TL-CHANNEL-ID TO WS-LOOKUP-CHANNEL
                       PERFORM FIND-CHANNEL-ENTRY
                       IF WS-CH-IDX > ZERO
                           ADD TL-BASE-EQUIV-AMOUNT TO
                               WS-CH-DAY-VALUE (WS-CH-IDX)
                           PERFORM ADD-POSTED-CATEGORY
                       END-IF
                   END-IF
           END-READ.

      *    The payee's category off the merchant master - the last
      *    merchant looked up is kept, as a day's log runs in long
      *    stretches for the same payee.
       ADD-POSTED-CATEGORY.
           IF TL-MERCHANT-ID NOT = WS-LAST-MERCHANT-ID
               MOVE TL-MERCHANT-ID TO WS-LAST-MERCHANT-ID
               MOVE SPACES TO WS-LAST-CATEGORY
               IF TL-MERCHANT-ID NOT = ZERO AND MERCHANT-MASTER-OK
                   MOVE TL-MERCHANT-ID TO MM-MERCHANT-ID
                   READ MERCHANT-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO MM-CATEGORY-CODE
                   END-READ
                   MOVE MM-CATEGORY-CODE TO WS-LAST-CATEGORY
                   MOVE "00" TO WS-MERCHANT-MASTER-STATUS
               END-IF
           END-IF.
           MOVE 'C' TO WS-LOOKUP-CODE-TYPE.
           IF WS-LAST-CATEGORY = SPACES
               MOVE "NONE" TO WS-LOOKUP-CODE-CODE
           ELSE
               MOVE WS-LAST-CATEGORY TO WS-LOOKUP-CODE-CODE
           END-IF.
           PERFORM ADD-DAY-CODE.
           IF WS-CD-IDX > ZERO
               ADD TL-BASE-EQUIV-AMOUNT TO WS-CD-DAY-VALUE (WS-CD-IDX)
           END-IF.

      *****************************************************************
      * History - the day's records replace any an earlier run of the
      * same date saved, then the month and the trend window are read
      * back to build the report.
      *****************************************************************
       SAVE-DAY-FIGURES.
           MOVE CW-CURRENT-DATE TO CS-BUSINESS-DATE.
           MOVE LOW-VALUES TO CS-CHANNEL-ID.
           MOVE LOW-VALUES TO CS-FIGURE-TYPE.
           MOVE LOW-VALUES TO CS-REASON-CODE.
           START CHANNEL-STATS-FILE KEY IS NOT LESS THAN CS-STATS-KEY
               INVALID KEY
                   SET CHANNEL-STATS-EOF TO TRUE
           END-START.
           PERFORM DELETE-EARLIER-RUN
               UNTIL CHANNEL-STATS-EOF.
           PERFORM SAVE-CHANNEL-TOTALS VARYING WS-CH-IDX
               FROM 1 BY 1 UNTIL WS-CH-IDX > WS-CHANNEL-COUNT.
           PERFORM SAVE-CODE-COUNT VARYING WS-CD-IDX
               FROM 1 BY 1 UNTIL WS-CD-IDX > WS-CODE-COUNT.

       DELETE-EARLIER-RUN.
           READ CHANNEL-STATS-FILE NEXT RECORD
               AT END
                   SET CHANNEL-STATS-EOF TO TRUE
           END-READ.
           IF NOT CHANNEL-STATS-EOF
               IF CS-BUSINESS-DATE = CW-CURRENT-DATE
                   DELETE CHANNEL-STATS-FILE RECORD
                       INVALID KEY
                           DISPLAY "CHANNEL SCORECARD: DELETE FAILED "
                                   CS-CHANNEL-ID " "
                                   WS-CHANNEL-STATS-STATUS
                   END-DELETE
               ELSE
                   SET CHANNEL-STATS-EOF TO TRUE
               END-IF
           END-IF.

       SAVE-CHANNEL-TOTALS.
           INITIALIZE CHANNEL-STATS-RECORD.
           MOVE CW-CURRENT-DATE TO CS-BUSINESS-DATE.
           MOVE WS-CH-ID (WS-CH-IDX) TO CS-CHANNEL-ID.
           SET CS-FIGURE-TOTALS TO TRUE.
           MOVE SPACES TO CS-REASON-CODE.
           MOVE WS-CH-DAY-RECEIVED (WS-CH-IDX) TO CS-COUNT-RECEIVED.
           MOVE WS-CH-DAY-STRAIGHT (WS-CH-IDX) TO CS-COUNT-STRAIGHT.
           MOVE WS-CH-DAY-REPAIRED (WS-CH-IDX) TO CS-COUNT-REPAIRED.
           MOVE WS-CH-DAY-RELEASED (WS-CH-IDX) TO CS-COUNT-RELEASED.
           MOVE WS-CH-DAY-REJECTED (WS-CH-IDX) TO CS-COUNT-REJECTED.
           MOVE WS-CH-DAY-HELD (WS-CH-IDX) TO CS-COUNT-HELD.
           MOVE WS-CH-DAY-QUEUED (WS-CH-IDX) TO CS-COUNT-QUEUED.
           MOVE WS-CH-DAY-DECLINED (WS-CH-IDX) TO CS-COUNT-DECLINED.
           MOVE WS-CH-DAY-REFUSED (WS-CH-IDX) TO CS-COUNT-REFUSED.
           MOVE WS-CH-DAY-RETURNED (WS-CH-IDX) TO CS-COUNT-RETURNED.
           MOVE WS-CH-DAY-VALUE (WS-CH-IDX) TO CS-VALUE-POSTED.
           PERFORM WRITE-CHANNEL-STATS.

       SAVE-CODE-COUNT.
           INITIALIZE CHANNEL-STATS-RECORD.
           MOVE CW-CURRENT-DATE TO CS-BUSINESS-DATE.
           MOVE WS-CD-CHANNEL-ID (WS-CD-IDX) TO CS-CHANNEL-ID.
           MOVE WS-CD-TYPE (WS-CD-IDX) TO CS-FIGURE-TYPE.
           MOVE WS-CD-CODE (WS-CD-IDX) TO CS-REASON-CODE.
           MOVE WS-CD-DAY-COUNT (WS-CD-IDX) TO CS-CODE-COUNT.
           MOVE WS-CD-DAY-VALUE (WS-CD-IDX) TO CS-VALUE-POSTED.
           PERFORM WRITE-CHANNEL-STATS.

       WRITE-CHANNEL-STATS.
           MOVE CC-VERSION TO CS-VERSION.
           WRITE CHANNEL-STATS-RECORD
               INVALID KEY
                   DISPLAY "CHANNEL SCORECARD: WRITE FAILED "
                           CS-CHANNEL-ID " " WS-CHANNEL-STATS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-SAVED
           END-WRITE.

       LOAD-HISTORY-FIGURES.
           MOVE '00' TO WS-CHANNEL-STATS-STATUS.
           MOVE WS-HISTORY-START-DATE TO CS-BUSINESS-DATE.
           MOVE LOW-VALUES TO CS-CHANNEL-ID.
           MOVE LOW-VALUES TO CS-FIGURE-TYPE.
           MOVE LOW-VALUES TO CS-REASON-CODE.
           START CHANNEL-STATS-FILE KEY IS NOT LESS THAN CS-STATS-KEY
               INVALID KEY
                   SET CHANNEL-STATS-EOF TO TRUE
           END-START.
           PERFORM READ-HISTORY-RECORD
               UNTIL CHANNEL-STATS-EOF.

       READ-HISTORY-RECORD.
           READ CHANNEL-STATS-FILE NEXT RECORD
               AT END
                   SET CHANNEL-STATS-EOF TO TRUE
           END-READ.
           IF NOT CHANNEL-STATS-EOF
               IF CS-BUSINESS-DATE > CW-CURRENT-DATE
                   SET CHANNEL-STATS-EOF TO TRUE
               ELSE
                   MOVE CS-CHANNEL-ID TO WS-LOOKUP-CHANNEL
                   PERFORM FIND-CHANNEL-ENTRY
                   IF WS-CH-IDX > ZERO
                       IF CS-FIGURE-TOTALS
                           PERFORM ADD-HISTORY-TOTALS
                       ELSE
                           PERFORM ADD-HISTORY-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-HISTORY-TOTALS.
           IF CS-BUSINESS-DATE = CW-CURRENT-DATE
               MOVE CS-COUNT-RECEIVED TO
                   WS-CH-DAY-RECEIVED (WS-CH-IDX)
               MOVE CS-COUNT-STRAIGHT TO
                   WS-CH-DAY-STRAIGHT (WS-CH-IDX)
               MOVE CS-COUNT-REPAIRED TO
                   WS-CH-DAY-REPAIRED (WS-CH-IDX)
               MOVE CS-COUNT-RELEASED TO
                   WS-CH-DAY-RELEASED (WS-CH-IDX)
               MOVE CS-COUNT-REJECTED TO
                   WS-CH-DAY-REJECTED (WS-CH-IDX)
               MOVE CS-COUNT-HELD TO WS-CH-DAY-HELD (WS-CH-IDX)
               MOVE CS-COUNT-QUEUED TO WS-CH-DAY-QUEUED (WS-CH-IDX)
               MOVE CS-COUNT-DECLINED TO
                   WS-CH-DAY-DECLINED (WS-CH-IDX)
               MOVE CS-COUNT-REFUSED TO WS-CH-DAY-REFUSED (WS-CH-IDX)
               MOVE CS-COUNT-RETURNED TO
                   WS-CH-DAY-RETURNED (WS-CH-IDX)
               MOVE CS-VALUE-POSTED TO WS-CH-DAY-VALUE (WS-CH-IDX)
           ELSE
               IF CS-BUSINESS-DATE NOT < WS-TREND-START-DATE
                   ADD CS-COUNT-RECEIVED TO
                       WS-CH-PRIOR-RECEIVED (WS-CH-IDX)
                   ADD CS-COUNT-STRAIGHT TO
                       WS-CH-PRIOR-STRAIGHT (WS-CH-IDX)
               END-IF
           END-IF.
           IF CS-BUSINESS-DATE NOT < WS-MONTH-START-DATE
               SET WS-CH-MTD-ACTIVE (WS-CH-IDX) TO TRUE
               ADD CS-COUNT-RECEIVED TO WS-CH-MTD-RECEIVED (WS-CH-IDX)
               ADD CS-COUNT-STRAIGHT TO WS-CH-MTD-STRAIGHT (WS-CH-IDX)
               ADD CS-COUNT-REPAIRED TO WS-CH-MTD-REPAIRED (WS-CH-IDX)
               ADD CS-COUNT-RELEASED TO WS-CH-MTD-RELEASED (WS-CH-IDX)
               ADD CS-COUNT-REJECTED TO WS-CH-MTD-REJECTED (WS-CH-IDX)
               ADD CS-COUNT-HELD TO WS-CH-MTD-HELD (WS-CH-IDX)
               ADD CS-COUNT-QUEUED TO WS-CH-MTD-QUEUED (WS-CH-IDX)
               ADD CS-COUNT-DECLINED TO WS-CH-MTD-DECLINED (WS-CH-IDX)
               ADD CS-COUNT-REFUSED TO WS-CH-MTD-REFUSED (WS-CH-IDX)
               ADD CS-COUNT-RETURNED TO WS-CH-MTD-RETURNED (WS-CH-IDX)
               ADD CS-VALUE-POSTED TO WS-CH-MTD-VALUE (WS-CH-IDX)
           END-IF.

       ADD-HISTORY-CODE.
           IF CS-BUSINESS-DATE NOT < WS-MONTH-START-DATE
               MOVE CS-FIGURE-TYPE TO WS-LOOKUP-CODE-TYPE
               MOVE CS-REASON-CODE TO WS-LOOKUP-CODE-CODE
               PERFORM FIND-CODE-ENTRY
               IF WS-CD-IDX > ZERO
                   ADD CS-CODE-COUNT TO WS-CD-MTD-COUNT (WS-CD-IDX)
                   ADD CS-VALUE-POSTED TO WS-CD-MTD-VALUE (WS-CD-IDX)
                   IF CS-BUSINESS-DATE = CW-CURRENT-DATE
                       MOVE CS-CODE-COUNT TO
                           WS-CD-DAY-COUNT (WS-CD-IDX)
                       MOVE CS-VALUE-POSTED TO
                           WS-CD-DAY-VALUE (WS-CD-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Table lookups. FIND-CHANNEL-ENTRY leaves WS-CH-IDX on the
      * entry for WS-LOOKUP-CHANNEL, inserting it in channel order
      * when new; zero when the table is full.
      *****************************************************************
       FIND-CHANNEL-ENTRY.
           MOVE ZERO TO WS-CH-INSERT-IDX.
           PERFORM SCAN-CHANNEL-ENTRY VARYING WS-CH-IDX
               FROM 1 BY 1 UNTIL WS-CH-IDX > WS-CHANNEL-COUNT
                  OR WS-CH-INSERT-IDX > ZERO.
           IF WS-CH-INSERT-IDX > ZERO
              AND WS-CH-ID (WS-CH-INSERT-IDX) = WS-LOOKUP-CHANNEL
               MOVE WS-CH-INSERT-IDX TO WS-CH-IDX
           ELSE
               IF WS-CHANNEL-COUNT NOT < WS-CHANNEL-MAX
                   PERFORM NOTE-TABLE-FULL
                   MOVE ZERO TO WS-CH-IDX
               ELSE
                   IF WS-CH-INSERT-IDX = ZERO
                       COMPUTE WS-CH-INSERT-IDX = WS-CHANNEL-COUNT + 1
                   END-IF
                   PERFORM SHIFT-CHANNEL-UP VARYING WS-CH-SHIFT-IDX
                       FROM WS-CHANNEL-COUNT BY -1
                       UNTIL WS-CH-SHIFT-IDX < WS-CH-INSERT-IDX
                   ADD 1 TO WS-CHANNEL-COUNT
                   MOVE WS-CH-INSERT-IDX TO WS-CH-IDX
                   INITIALIZE WS-CH-ENTRY (WS-CH-IDX)
                   MOVE WS-LOOKUP-CHANNEL TO WS-CH-ID (WS-CH-IDX)
               END-IF
           END-IF.

       SCAN-CHANNEL-ENTRY.
           IF WS-CH-ID (WS-CH-IDX) NOT < WS-LOOKUP-CHANNEL
               MOVE WS-CH-IDX TO WS-CH-INSERT-IDX
           END-IF.

       SHIFT-CHANNEL-UP.
           MOVE WS-CH-ENTRY (WS-CH-SHIFT-IDX) TO
               WS-CH-ENTRY (WS-CH-SHIFT-IDX + 1).

       ADD-DAY-CODE.
           MOVE WS-LOOKUP-CHANNEL TO WS-LOOKUP-CODE-CHANNEL.
           PERFORM FIND-CODE-ENTRY.
           IF WS-CD-IDX > ZERO
               ADD 1 TO WS-CD-DAY-COUNT (WS-CD-IDX)
           END-IF.

       FIND-CODE-ENTRY.
           MOVE WS-LOOKUP-CHANNEL TO WS-LOOKUP-CODE-CHANNEL.
           MOVE ZERO TO WS-CD-INSERT-IDX.
           PERFORM SCAN-CODE-ENTRY VARYING WS-CD-IDX
               FROM 1 BY 1 UNTIL WS-CD-IDX > WS-CODE-COUNT
                  OR WS-CD-INSERT-IDX > ZERO.
           IF WS-CD-INSERT-IDX > ZERO
              AND WS-CD-KEY (WS-CD-INSERT-IDX) = WS-LOOKUP-CODE-KEY
               MOVE WS-CD-INSERT-IDX TO WS-CD-IDX
           ELSE
               IF WS-CODE-COUNT NOT < WS-CODE-MAX
                   PERFORM NOTE-TABLE-FULL
                   MOVE ZERO TO WS-CD-IDX
               ELSE
                   IF WS-CD-INSERT-IDX = ZERO
                       COMPUTE WS-CD-INSERT-IDX = WS-CODE-COUNT + 1
                   END-IF
                   PERFORM SHIFT-CODE-UP VARYING WS-CD-SHIFT-IDX
                       FROM WS-CODE-COUNT BY -1
                       UNTIL WS-CD-SHIFT-IDX < WS-CD-INSERT-IDX
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-CD-INSERT-IDX TO WS-CD-IDX
                   MOVE WS-LOOKUP-CODE-KEY TO WS-CD-KEY (WS-CD-IDX)
                   MOVE ZERO TO WS-CD-DAY-COUNT (WS-CD-IDX)
                   MOVE ZERO TO WS-CD-MTD-COUNT (WS-CD-IDX)
                   MOVE ZERO TO WS-CD-DAY-VALUE (WS-CD-IDX)
                   MOVE ZERO TO WS-CD-MTD-VALUE (WS-CD-IDX)
               END-IF
           END-IF.

       SCAN-CODE-ENTRY.
           IF WS-CD-KEY (WS-CD-IDX) NOT < WS-LOOKUP-CODE-KEY
               MOVE WS-CD-IDX TO WS-CD-INSERT-IDX
           END-IF.

       SHIFT-CODE-UP.
           MOVE WS-CD-ENTRY (WS-CD-SHIFT-IDX) TO
               WS-CD-ENTRY (WS-CD-SHIFT-IDX + 1).

       NOTE-TABLE-FULL.
           ADD 1 TO WS-COUNT-OVERFLOW.
           IF NOT TABLE-FULL-NOTED
               SET TABLE-FULL-NOTED TO TRUE
               MOVE "CHANNEL OR CODE TABLE FULL - FIGURES INCOMPLETE"
                   TO SN-NOTE
               PERFORM WRITE-NOTE-LINE
           END-IF.

      *****************************************************************
      * Report - a day and a month-to-date line per channel active
      * this month, its codes, and any straight-through rate drop.
      *****************************************************************
       REPORT-ONE-CHANNEL.
           IF WS-CH-MTD-ACTIVE (WS-CH-IDX)
               ADD 1 TO WS-COUNT-REPORTED
               MOVE SPACES TO SCORECARD-REPORT-LINE
               WRITE SCORECARD-REPORT-LINE
               PERFORM WRITE-DAY-LINE
               PERFORM WRITE-MTD-LINE
               PERFORM REPORT-CHANNEL-CODE VARYING WS-CD-IDX
                   FROM 1 BY 1 UNTIL WS-CD-IDX > WS-CODE-COUNT
               PERFORM CHECK-RATE-DROP
           END-IF.

       WRITE-DAY-LINE.
           MOVE WS-CH-ID (WS-CH-IDX) TO SD-CHANNEL-ID.
           MOVE "DAY" TO SD-PERIOD.
           MOVE WS-CH-DAY-RECEIVED (WS-CH-IDX) TO SD-RECEIVED.
           COMPUTE SD-POSTED = WS-CH-DAY-STRAIGHT (WS-CH-IDX)
                             + WS-CH-DAY-REPAIRED (WS-CH-IDX)
                             + WS-CH-DAY-RELEASED (WS-CH-IDX).
           MOVE WS-CH-DAY-STRAIGHT (WS-CH-IDX) TO SD-STRAIGHT.
           MOVE WS-CH-DAY-REPAIRED (WS-CH-IDX) TO SD-REPAIRED.
           MOVE WS-CH-DAY-RELEASED (WS-CH-IDX) TO SD-RELEASED.
           MOVE WS-CH-DAY-REJECTED (WS-CH-IDX) TO SD-REJECTED.
           MOVE WS-CH-DAY-HELD (WS-CH-IDX) TO SD-HELD.
           MOVE WS-CH-DAY-QUEUED (WS-CH-IDX) TO SD-QUEUED.
           MOVE WS-CH-DAY-DECLINED (WS-CH-IDX) TO SD-DECLINED.
           MOVE WS-CH-DAY-REFUSED (WS-CH-IDX) TO SD-REFUSED.
           MOVE WS-CH-DAY-RETURNED (WS-CH-IDX) TO SD-RETURNED.
           MOVE WS-CH-DAY-VALUE (WS-CH-IDX) TO SD-VALUE-POSTED.
           IF WS-CH-DAY-RECEIVED (WS-CH-IDX) = ZERO
               MOVE ZERO TO WS-DAY-RATE
           ELSE
               COMPUTE WS-DAY-RATE ROUNDED =
                   WS-CH-DAY-STRAIGHT (WS-CH-IDX) * 100 /
                   WS-CH-DAY-RECEIVED (WS-CH-IDX)
           END-IF.
           MOVE WS-DAY-RATE TO SD-STP-RATE.
           MOVE WS-SCORE-DETAIL TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.

       WRITE-MTD-LINE.
           MOVE SPACES TO SD-CHANNEL-ID.
           MOVE "MTD" TO SD-PERIOD.
           MOVE WS-CH-MTD-RECEIVED (WS-CH-IDX) TO SD-RECEIVED.
           COMPUTE SD-POSTED = WS-CH-MTD-STRAIGHT (WS-CH-IDX)
                             + WS-CH-MTD-REPAIRED (WS-CH-IDX)
                             + WS-CH-MTD-RELEASED (WS-CH-IDX).
           MOVE WS-CH-MTD-STRAIGHT (WS-CH-IDX) TO SD-STRAIGHT.
           MOVE WS-CH-MTD-REPAIRED (WS-CH-IDX) TO SD-REPAIRED.
           MOVE WS-CH-MTD-RELEASED (WS-CH-IDX) TO SD-RELEASED.
           MOVE WS-CH-MTD-REJECTED (WS-CH-IDX) TO SD-REJECTED.
           MOVE WS-CH-MTD-HELD (WS-CH-IDX) TO SD-HELD.
           MOVE WS-CH-MTD-QUEUED (WS-CH-IDX) TO SD-QUEUED.
           MOVE WS-CH-MTD-DECLINED (WS-CH-IDX) TO SD-DECLINED.
           MOVE WS-CH-MTD-REFUSED (WS-CH-IDX) TO SD-REFUSED.
           MOVE WS-CH-MTD-RETURNED (WS-CH-IDX) TO SD-RETURNED.
           MOVE WS-CH-MTD-VALUE (WS-CH-IDX) TO SD-VALUE-POSTED.
           IF WS-CH-MTD-RECEIVED (WS-CH-IDX) = ZERO
               MOVE ZERO TO SD-STP-RATE
           ELSE
               COMPUTE SD-STP-RATE ROUNDED =
                   WS-CH-MTD-STRAIGHT (WS-CH-IDX) * 100 /
                   WS-CH-MTD-RECEIVED (WS-CH-IDX)
           END-IF.
           MOVE WS-SCORE-DETAIL TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.

       REPORT-CHANNEL-CODE.
           IF WS-CD-CHANNEL-ID (WS-CD-IDX) = WS-CH-ID (WS-CH-IDX)
               IF WS-CD-TYPE (WS-CD-IDX) = 'C'
                   PERFORM REPORT-CHANNEL-CATEGORY
               ELSE
                   IF WS-CD-TYPE (WS-CD-IDX) = 'R'
                       MOVE "REJECT " TO SC-CODE-TYPE
                   ELSE
                       MOVE "HOLD   " TO SC-CODE-TYPE
                   END-IF
                   MOVE WS-CD-CODE (WS-CD-IDX) TO SC-CODE
                   MOVE WS-CD-DAY-COUNT (WS-CD-IDX) TO SC-DAY-COUNT
                   MOVE WS-CD-MTD-COUNT (WS-CD-IDX) TO SC-MTD-COUNT
                   MOVE WS-SCORE-CODE-LINE TO SCORECARD-REPORT-LINE
                   WRITE SCORECARD-REPORT-LINE
               END-IF
           END-IF.

       REPORT-CHANNEL-CATEGORY.
           MOVE WS-CD-CODE (WS-CD-IDX) TO SG-CATEGORY.
           MOVE WS-CD-DAY-COUNT (WS-CD-IDX) TO SG-DAY-COUNT.
           MOVE WS-CD-MTD-COUNT (WS-CD-IDX) TO SG-MTD-COUNT.
           MOVE WS-CD-DAY-VALUE (WS-CD-IDX) TO SG-DAY-VALUE.
           MOVE WS-CD-MTD-VALUE (WS-CD-IDX) TO SG-MTD-VALUE.
           MOVE WS-SCORE-CATEGORY-LINE TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.

       CHECK-RATE-DROP.
      *    WS-DAY-RATE still holds the day's rate from the day line.
           IF WS-CH-DAY-RECEIVED (WS-CH-IDX) NOT < WS-MIN-VOLUME
              AND WS-CH-PRIOR-RECEIVED (WS-CH-IDX) NOT < WS-MIN-VOLUME
               COMPUTE WS-PRIOR-RATE ROUNDED =
                   WS-CH-PRIOR-STRAIGHT (WS-CH-IDX) * 100 /
                   WS-CH-PRIOR-RECEIVED (WS-CH-IDX)
               IF WS-DAY-RATE < WS-PRIOR-RATE * WS-DROP-FACTOR
                   ADD 1 TO WS-COUNT-DROPS
                   MOVE WS-CH-ID (WS-CH-IDX) TO SX-CHANNEL-ID
                   MOVE WS-DAY-RATE TO SX-DAY-RATE
                   MOVE WS-PRIOR-RATE TO SX-PRIOR-RATE
                   MOVE WS-SCORE-DROP-LINE TO SCORECARD-REPORT-LINE
                   WRITE SCORECARD-REPORT-LINE
                   DISPLAY "CHANNEL SCORECARD: STRAIGHT-THROUGH RATE "
                           "DROP - CHANNEL " SX-CHANNEL-ID
               END-IF
           END-IF.

       WRITE-NOTE-LINE.
           DISPLAY "CHANNEL SCORECARD: " SN-NOTE.
           MOVE WS-SCORE-NOTE-LINE TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "CHANNEL SCORECARD: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "CHANNEL SCORECARD: RUN CONTROL UNAVAILABLE"
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
