       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORWARD-RECOVERY.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Forward recovery - Rolls a restored backup of one or more of
      * the keyed control files CUSTBAL, DUPCHECK, VELOCITY and
      * TRANCTR forward from the forward-recovery journal RCVJRNL
      * writes, so a file lost or damaged mid-cycle comes back as it
      * stood at the chosen point instead of as it stood at the last
      * backup. One control card (RCVCTL) per file names it and the
      * point to stop at; files with no card are not touched. The
      * journal DD may concatenate the shared and partition
      * journals - the entries are sorted into date and time order
      * (entries stamped in the same hundredth keep their journal
      * order) and applied in turn: an add or change writes the
      * after image, a delete removes the record.
      *
      * Each entry is checked against the record as it stands first.
      * A record already matching the after image (or a delete
      * already gone) is counted as already present and left alone;
      * a record matching neither the before nor the after image
      * means the backup and the journal are out of step - the
      * entry is still applied, since it is what the file last
      * held, but is counted and shown on SYSOUT.
      *
      * The report (RCVRPT) proves the restore: for each file the
      * record count and balance totals before the roll-forward, the
      * totals the applied entries should produce, and the totals
      * counted from the file afterwards, marked PROVEN when the last
      * two agree. CUSTBAL totals are the available and earmarked
      * amounts, DUPCHECK the payment amounts, VELOCITY the
      * transaction counts and amounts, TRANCTR the last ids issued.
      *
      * The files are opened as they are, never created. Return code
      * 4 when an entry was out of step or a file did not prove, 8
      * when a file could not be opened, an entry could not be
      * applied or no control card named a file, 12 when the journal
      * or the report could not be opened. A control card naming any
      * other file is ignored with return code 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-CONTROL-FILE ASSIGN TO "RCVCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-CONTROL-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RCVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-JOURNAL-STATUS.
           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-BALANCE-KEY
               FILE STATUS IS WS-CUST-BALANCE-STATUS.
           SELECT DUP-CHECK-FILE ASSIGN TO "DUPCHECK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DK-DUP-KEY
               FILE STATUS IS WS-DUP-CHECK-STATUS.
           SELECT VELOCITY-FILE ASSIGN TO "VELOCITY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VL-CUSTOMER-ID
               FILE STATUS IS WS-VELOCITY-STATUS.
           SELECT TRANS-COUNTER-FILE ASSIGN TO "TRANCTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-COUNTER-NAME
               FILE STATUS IS WS-TRANS-COUNTER-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-REPORT-STATUS.
           SELECT RECOVERY-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECOVERY-CONTROL-REC.

       FD  RECOVERY-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECOVERY-JOURNAL-REC.

       FD  CUST-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUST-BALANCE-REC.

       FD  DUP-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUP-CHECK-REC.

       FD  VELOCITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VELOCITY-REC.

       FD  TRANS-COUNTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANS-COUNTER-REC.

       FD  RECOVERY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECOVERY-REPORT-LINE        PIC X(132).

      *    The journal entries to replay, in the order they were made.
       SD  RECOVERY-SORT-FILE.
           COPY RECOVERY-JOURNAL-REC REPLACING
               ==RECOVERY-JOURNAL-RECORD== BY ==RECOVERY-SORT-RECORD==
               LEADING ==RJ== BY ==RS==.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-RECOVERY-CONTROL-STATUS PIC XX VALUE "00".
           88 RECOVERY-CONTROL-OK  VALUE "00".
       01  WS-CONTROL-EOF-SW       PIC X VALUE 'N'.
           88 END-OF-CONTROL-CARDS VALUE 'Y'.
       01  WS-RECOVERY-JOURNAL-STATUS PIC XX VALUE "00".
           88 RECOVERY-JOURNAL-OK  VALUE "00".
           88 RECOVERY-JOURNAL-EOF VALUE "10".
       01  WS-CUST-BALANCE-STATUS  PIC XX VALUE "00".
       01  WS-DUP-CHECK-STATUS     PIC XX VALUE "00".
       01  WS-VELOCITY-STATUS      PIC XX VALUE "00".
       01  WS-TRANS-COUNTER-STATUS PIC XX VALUE "00".
       01  WS-RECOVERY-REPORT-STATUS PIC XX VALUE "00".
           88 RECOVERY-REPORT-OK   VALUE "00".
       01  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
           88 END-OF-SORTED-ENTRIES VALUE 'Y'.

      *    Status of the last operation on the control file in hand.
       01  WS-IO-STATUS            PIC XX VALUE "00".
           88 IO-OK                VALUE "00".
           88 IO-EOF               VALUE "10".
       01  WS-SCAN-EOF-SW          PIC X VALUE 'N'.
           88 END-OF-SCAN          VALUE 'Y'.
       01  WS-RECORD-FOUND-SW      PIC X VALUE 'N'.
           88 RECORD-FOUND         VALUE 'Y'.
       01  WS-WITHIN-POINT-SW      PIC X VALUE 'N'.
           88 WITHIN-STOP-POINT    VALUE 'Y'.
       01  WS-APPLY-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-CURRENT-IMAGE        PIC X(80) VALUE SPACES.
       01  WS-AMOUNT-1             PIC S9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-2             PIC S9(11)V99 VALUE ZERO.
       01  WS-SCAN-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-SCAN-TOTAL-1         PIC S9(13)V99 VALUE ZERO.
       01  WS-SCAN-TOTAL-2         PIC S9(13)V99 VALUE ZERO.

       01  WS-RUN-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-RAISE-RETURN-CODE    PIC 9(4) VALUE ZERO.
       01  WS-COUNT-CARDS-READ     PIC 9(5) VALUE ZERO.
       01  WS-COUNT-CARDS-REJECTED PIC 9(5) VALUE ZERO.
       01  WS-COUNT-FILES-SELECTED PIC 9(2) VALUE ZERO.
       01  WS-COUNT-FILES-OPEN     PIC 9(2) VALUE ZERO.
       01  WS-COUNT-JOURNAL-READ   PIC 9(9) VALUE ZERO.
       01  WS-COUNT-NOT-SELECTED   PIC 9(9) VALUE ZERO.
       01  WS-COUNT-RELEASED       PIC 9(9) VALUE ZERO.

      *    One entry per control file, in the order the journal's
      *    file names are defined.
       01  WS-RF-IDX               PIC 9(2) VALUE ZERO.
       01  WS-RF-FOUND-IDX         PIC 9(2) VALUE ZERO.
       01  WS-RECOVERY-FILES.
           05  WS-RF-ENTRY OCCURS 4 TIMES.
               10  WS-RF-FILE-NAME     PIC X(8).
               10  WS-RF-TOTALS-LABEL  PIC X(30).
               10  WS-RF-SELECTED-SW   PIC X.
                   88 WS-RF-SELECTED   VALUE 'Y'.
               10  WS-RF-OPEN-SW       PIC X.
                   88 WS-RF-OPEN       VALUE 'Y'.
               10  WS-RF-STOP-DATE     PIC 9(8).
               10  WS-RF-STOP-TIME     PIC 9(8).
               10  WS-RF-COUNT-BEFORE  PIC 9(9).
               10  WS-RF-TOTAL-1-BEFORE PIC S9(13)V99.
               10  WS-RF-TOTAL-2-BEFORE PIC S9(13)V99.
               10  WS-RF-COUNT-EXPECTED PIC S9(9).
               10  WS-RF-TOTAL-1-EXPECTED PIC S9(13)V99.
               10  WS-RF-TOTAL-2-EXPECTED PIC S9(13)V99.
               10  WS-RF-COUNT-AFTER   PIC 9(9).
               10  WS-RF-TOTAL-1-AFTER PIC S9(13)V99.
               10  WS-RF-TOTAL-2-AFTER PIC S9(13)V99.
               10  WS-RF-APPLIED       PIC 9(9).
               10  WS-RF-ALREADY       PIC 9(9).
               10  WS-RF-OUT-OF-STEP   PIC 9(9).
               10  WS-RF-BEYOND-POINT  PIC 9(9).
               10  WS-RF-FAILED        PIC 9(9).

       01  WS-RECOVERY-HEADING.
           05  FILLER              PIC X(35) VALUE
               "FORWARD RECOVERY OF CONTROL FILES -".
           05  FILLER              PIC X(5) VALUE " RUN ".
           05  RH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  RH-RUN-TIME         PIC 9(8).
           05  FILLER              PIC X(75) VALUE SPACES.
       01  WS-RECOVERY-COLUMN-HEADING.
           05  FILLER              PIC X(40) VALUE
               "FILE      STAGE         RECORDS         ".
           05  FILLER              PIC X(37) VALUE
               "    TOTAL 1             TOTAL 2  NOTE".
           05  FILLER              PIC X(55) VALUE SPACES.
       01  WS-RECOVERY-DETAIL.
           05  RD-FILE-NAME        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RD-STAGE            PIC X(12).
           05  RD-RECORDS          PIC -(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RD-TOTAL-1          PIC -(13)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RD-TOTAL-2          PIC -(13)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RD-NOTE             PIC X(40).
           05  FILLER              PIC X(19) VALUE SPACES.
       01  WS-RECOVERY-COUNT-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "APPLIED ".
           05  RC-COUNT-APPLIED    PIC Z(8)9.
           05  FILLER              PIC X(18) VALUE
               "  ALREADY PRESENT ".
           05  RC-COUNT-ALREADY    PIC Z(8)9.
           05  FILLER              PIC X(14) VALUE
               "  OUT OF STEP ".
           05  RC-COUNT-OUT-OF-STEP PIC Z(8)9.
           05  FILLER              PIC X(15) VALUE
               "  BEYOND POINT ".
           05  RC-COUNT-BEYOND     PIC Z(8)9.
           05  FILLER              PIC X(9) VALUE "  FAILED ".
           05  RC-COUNT-FAILED     PIC Z(8)9.
           05  FILLER              PIC X(13) VALUE SPACES.
       01  WS-STOP-POINT-NOTE.
           05  FILLER              PIC X(3) VALUE "TO ".
           05  SN-STOP-DATE        PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SN-STOP-TIME        PIC 9(8).
           05  FILLER              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       RECOVERY-LOGIC.
           DISPLAY "=================================".
           DISPLAY "FORWARD RECOVERY STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM INIT-RECOVERY-FILES VARYING WS-RF-IDX
               FROM 1 BY 1 UNTIL WS-RF-IDX > 4.
           PERFORM OPEN-RECOVERY-REPORT.
           PERFORM LOAD-CONTROL-CARDS.
           PERFORM OPEN-RECOVERY-JOURNAL.

           PERFORM OPEN-CONTROL-FILE VARYING WS-RF-IDX
               FROM 1 BY 1 UNTIL WS-RF-IDX > 4.

           IF WS-COUNT-FILES-OPEN > ZERO
               SORT RECOVERY-SORT-FILE
                   ON ASCENDING KEY RS-JOURNAL-DATE
                                    RS-JOURNAL-TIME
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS RELEASE-JOURNAL-ENTRIES
                   OUTPUT PROCEDURE IS APPLY-JOURNAL-ENTRIES
           ELSE
               CLOSE RECOVERY-JOURNAL-FILE
           END-IF.

           PERFORM PROVE-CONTROL-FILE VARYING WS-RF-IDX
               FROM 1 BY 1 UNTIL WS-RF-IDX > 4.

           CLOSE RECOVERY-REPORT-FILE.

           DISPLAY "FORWARD RECOVERY: CONTROL CARDS READ:   "
                   WS-COUNT-CARDS-READ.
           DISPLAY "FORWARD RECOVERY: CONTROL CARDS IGNORED:"
                   WS-COUNT-CARDS-REJECTED.
           DISPLAY "FORWARD RECOVERY: JOURNAL ENTRIES READ: "
                   WS-COUNT-JOURNAL-READ.
           DISPLAY "FORWARD RECOVERY: FOR OTHER FILES:      "
                   WS-COUNT-NOT-SELECTED.
           DISPLAY "FORWARD RECOVERY: TO REPLAY:            "
                   WS-COUNT-RELEASED.
           DISPLAY "=================================".

           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       INIT-RECOVERY-FILES.
           EVALUATE WS-RF-IDX
               WHEN 1
                   MOVE "CUSTBAL" TO WS-RF-FILE-NAME (WS-RF-IDX)
                   MOVE "AVAILABLE / EARMARKED"
                       TO WS-RF-TOTALS-LABEL (WS-RF-IDX)
               WHEN 2
                   MOVE "DUPCHECK" TO WS-RF-FILE-NAME (WS-RF-IDX)
                   MOVE "PAYMENT AMOUNT"
                       TO WS-RF-TOTALS-LABEL (WS-RF-IDX)
               WHEN 3
                   MOVE "VELOCITY" TO WS-RF-FILE-NAME (WS-RF-IDX)
                   MOVE "TRANSACTION COUNT / AMOUNT"
                       TO WS-RF-TOTALS-LABEL (WS-RF-IDX)
               WHEN 4
                   MOVE "TRANCTR" TO WS-RF-FILE-NAME (WS-RF-IDX)
                   MOVE "LAST ID ISSUED"
                       TO WS-RF-TOTALS-LABEL (WS-RF-IDX)
           END-EVALUATE.
           MOVE 'N' TO WS-RF-SELECTED-SW (WS-RF-IDX).
           MOVE 'N' TO WS-RF-OPEN-SW (WS-RF-IDX).
           MOVE ZERO TO WS-RF-STOP-DATE (WS-RF-IDX).
           MOVE ZERO TO WS-RF-STOP-TIME (WS-RF-IDX).
           MOVE ZERO TO WS-RF-COUNT-BEFORE (WS-RF-IDX).
           MOVE ZERO TO WS-RF-TOTAL-1-BEFORE (WS-RF-IDX).
           MOVE ZERO TO WS-RF-TOTAL-2-BEFORE (WS-RF-IDX).
           MOVE ZERO TO WS-RF-COUNT-EXPECTED (WS-RF-IDX).
           MOVE ZERO TO WS-RF-TOTAL-1-EXPECTED (WS-RF-IDX).
           MOVE ZERO TO WS-RF-TOTAL-2-EXPECTED (WS-RF-IDX).
           MOVE ZERO TO WS-RF-COUNT-AFTER (WS-RF-IDX).
           MOVE ZERO TO WS-RF-TOTAL-1-AFTER (WS-RF-IDX).
           MOVE ZERO TO WS-RF-TOTAL-2-AFTER (WS-RF-IDX).
           MOVE ZERO TO WS-RF-APPLIED (WS-RF-IDX).
           MOVE ZERO TO WS-RF-ALREADY (WS-RF-IDX).
           MOVE ZERO TO WS-RF-OUT-OF-STEP (WS-RF-IDX).
           MOVE ZERO TO WS-RF-BEYOND-POINT (WS-RF-IDX).
           MOVE ZERO TO WS-RF-FAILED (WS-RF-IDX).

       OPEN-RECOVERY-REPORT.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           IF NOT RECOVERY-REPORT-OK
               DISPLAY "FORWARD RECOVERY: UNABLE TO OPEN RCVRPT "
                       WS-RECOVERY-REPORT-STATUS " - NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CW-CURRENT-DATE TO RH-RUN-DATE.
           MOVE CW-CURRENT-TIME TO RH-RUN-TIME.
           MOVE WS-RECOVERY-HEADING TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           MOVE WS-RECOVERY-COLUMN-HEADING TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.

      *****************************************************************
      * Control cards - which files to roll forward, and how far.
      *****************************************************************
       LOAD-CONTROL-CARDS.
           OPEN INPUT RECOVERY-CONTROL-FILE.
           IF RECOVERY-CONTROL-OK
               PERFORM READ-CONTROL-CARD
                   UNTIL END-OF-CONTROL-CARDS
               CLOSE RECOVERY-CONTROL-FILE
           ELSE
               DISPLAY "FORWARD RECOVERY: UNABLE TO OPEN RCVCTL "
                       WS-RECOVERY-CONTROL-STATUS
           END-IF.
           IF WS-COUNT-FILES-SELECTED = ZERO
               DISPLAY "FORWARD RECOVERY: NO CONTROL CARD NAMES A "
                       "FILE TO RECOVER - NOT RUN"
               MOVE "NO FILE NAMED ON RCVCTL - NOT RUN" TO RD-NOTE
               MOVE SPACES TO RD-FILE-NAME
               MOVE SPACES TO RD-STAGE
               MOVE ZERO TO RD-RECORDS
               MOVE ZERO TO RD-TOTAL-1
               MOVE ZERO TO RD-TOTAL-2
               MOVE WS-RECOVERY-DETAIL TO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
               CLOSE RECOVERY-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-CONTROL-CARD.
           READ RECOVERY-CONTROL-FILE
               AT END
                   SET END-OF-CONTROL-CARDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-CARDS-READ
                   PERFORM APPLY-CONTROL-CARD
           END-READ.

       APPLY-CONTROL-CARD.
           MOVE ZERO TO WS-RF-FOUND-IDX.
           PERFORM FIND-CARD-FILE VARYING WS-RF-IDX
               FROM 1 BY 1 UNTIL WS-RF-IDX > 4
                              OR WS-RF-FOUND-IDX > ZERO.
           IF WS-RF-FOUND-IDX = ZERO
               DISPLAY "FORWARD RECOVERY: CONTROL CARD IGNORED - "
                       "NO SUCH FILE " RC-FILE-NAME
               ADD 1 TO WS-COUNT-CARDS-REJECTED
               MOVE 4 TO WS-RAISE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           ELSE
               MOVE WS-RF-FOUND-IDX TO WS-RF-IDX
               IF NOT WS-RF-SELECTED (WS-RF-IDX)
                   SET WS-RF-SELECTED (WS-RF-IDX) TO TRUE
                   ADD 1 TO WS-COUNT-FILES-SELECTED
               END-IF
               MOVE ZERO TO WS-RF-STOP-DATE (WS-RF-IDX)
               MOVE ZERO TO WS-RF-STOP-TIME (WS-RF-IDX)
               IF RC-STOP-DATE NUMERIC
                   MOVE RC-STOP-DATE TO WS-RF-STOP-DATE (WS-RF-IDX)
               END-IF
               IF WS-RF-STOP-DATE (WS-RF-IDX) > ZERO
                   IF RC-STOP-TIME NUMERIC
                      AND RC-STOP-TIME > ZERO
                       MOVE RC-STOP-TIME
                           TO WS-RF-STOP-TIME (WS-RF-IDX)
                   ELSE
                       MOVE 99999999 TO WS-RF-STOP-TIME (WS-RF-IDX)
                   END-IF
               END-IF
               DISPLAY "FORWARD RECOVERY: " RC-FILE-NAME
                       " TO BE ROLLED FORWARD TO "
                       WS-RF-STOP-DATE (WS-RF-IDX) " "
                       WS-RF-STOP-TIME (WS-RF-IDX)
           END-IF.

       FIND-CARD-FILE.
           IF WS-RF-FILE-NAME (WS-RF-IDX) = RC-FILE-NAME
               MOVE WS-RF-IDX TO WS-RF-FOUND-IDX
           END-IF.

       OPEN-RECOVERY-JOURNAL.
           OPEN INPUT RECOVERY-JOURNAL-FILE.
           IF NOT RECOVERY-JOURNAL-OK
               DISPLAY "FORWARD RECOVERY: UNABLE TO OPEN RCVJRNL "
                       WS-RECOVERY-JOURNAL-STATUS " - NOT RUN"
               MOVE "RCVJRNL NOT AVAILABLE - NOT RUN" TO RD-NOTE
               MOVE SPACES TO RD-FILE-NAME
               MOVE SPACES TO RD-STAGE
               MOVE ZERO TO RD-RECORDS
               MOVE ZERO TO RD-TOTAL-1
               MOVE ZERO TO RD-TOTAL-2
               MOVE WS-RECOVERY-DETAIL TO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
               CLOSE RECOVERY-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Restored files - opened as they are and counted before any
      * entry is applied.
      *****************************************************************
       OPEN-CONTROL-FILE.
           IF WS-RF-SELECTED (WS-RF-IDX)
               EVALUATE WS-RF-IDX
                   WHEN 1
                       OPEN I-O CUST-BALANCE-FILE
                   WHEN 2
                       OPEN I-O DUP-CHECK-FILE
                   WHEN 3
                       OPEN I-O VELOCITY-FILE
                   WHEN 4
                       OPEN I-O TRANS-COUNTER-FILE
               END-EVALUATE
               PERFORM TAKE-FILE-STATUS
               IF IO-OK
                   SET WS-RF-OPEN (WS-RF-IDX) TO TRUE
                   ADD 1 TO WS-COUNT-FILES-OPEN
                   PERFORM SCAN-CONTROL-FILE
                   MOVE WS-SCAN-COUNT TO WS-RF-COUNT-BEFORE (WS-RF-IDX)
                   MOVE WS-SCAN-TOTAL-1
                       TO WS-RF-TOTAL-1-BEFORE (WS-RF-IDX)
                   MOVE WS-SCAN-TOTAL-2
                       TO WS-RF-TOTAL-2-BEFORE (WS-RF-IDX)
                   MOVE WS-SCAN-COUNT
                       TO WS-RF-COUNT-EXPECTED (WS-RF-IDX)
                   MOVE WS-SCAN-TOTAL-1
                       TO WS-RF-TOTAL-1-EXPECTED (WS-RF-IDX)
                   MOVE WS-SCAN-TOTAL-2
                       TO WS-RF-TOTAL-2-EXPECTED (WS-RF-IDX)
               ELSE
                   DISPLAY "FORWARD RECOVERY: UNABLE TO OPEN "
                           WS-RF-FILE-NAME (WS-RF-IDX) " "
                           WS-IO-STATUS " - NOT ROLLED FORWARD"
                   MOVE 8 TO WS-RAISE-RETURN-CODE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.

       SCAN-CONTROL-FILE.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE ZERO TO WS-SCAN-TOTAL-1.
           MOVE ZERO TO WS-SCAN-TOTAL-2.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM READ-NEXT-CONTROL-RECORD.
           PERFORM TALLY-CONTROL-RECORD
               UNTIL END-OF-SCAN.

       READ-NEXT-CONTROL-RECORD.
           EVALUATE WS-RF-IDX
               WHEN 1
                   READ CUST-BALANCE-FILE NEXT RECORD
                   END-READ
               WHEN 2
                   READ DUP-CHECK-FILE NEXT RECORD
                   END-READ
               WHEN 3
                   READ VELOCITY-FILE NEXT RECORD
                   END-READ
               WHEN 4
                   READ TRANS-COUNTER-FILE NEXT RECORD
                   END-READ
           END-EVALUATE.
           PERFORM TAKE-FILE-STATUS.
           IF NOT IO-OK
               SET END-OF-SCAN TO TRUE
               IF NOT IO-EOF
                   DISPLAY "FORWARD RECOVERY: ERROR READING "
                           WS-RF-FILE-NAME (WS-RF-IDX) " "
                           WS-IO-STATUS " - COUNT INCOMPLETE"
                   MOVE 8 TO WS-RAISE-RETURN-CODE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.

       TALLY-CONTROL-RECORD.
           ADD 1 TO WS-SCAN-COUNT.
           PERFORM GET-RECORD-AMOUNTS.
           ADD WS-AMOUNT-1 TO WS-SCAN-TOTAL-1.
           ADD WS-AMOUNT-2 TO WS-SCAN-TOTAL-2.
           PERFORM READ-NEXT-CONTROL-RECORD.

      *    The amounts the report totals for the record in the file's
      *    record area.
       GET-RECORD-AMOUNTS.
           MOVE ZERO TO WS-AMOUNT-1.
           MOVE ZERO TO WS-AMOUNT-2.
           EVALUATE WS-RF-IDX
               WHEN 1
                   MOVE CB-AVAILABLE-AMOUNT TO WS-AMOUNT-1
                   MOVE CB-EARMARKED-AMOUNT TO WS-AMOUNT-2
               WHEN 2
                   MOVE DK-PAYMENT-AMOUNT TO WS-AMOUNT-1
               WHEN 3
                   MOVE VL-TXN-COUNT TO WS-AMOUNT-1
                   MOVE VL-TOTAL-AMOUNT TO WS-AMOUNT-2
               WHEN 4
                   MOVE CTR-LAST-TRANS-ID TO WS-AMOUNT-1
           END-EVALUATE.

       TAKE-FILE-STATUS.
           EVALUATE WS-RF-IDX
               WHEN 1
                   MOVE WS-CUST-BALANCE-STATUS TO WS-IO-STATUS
               WHEN 2
                   MOVE WS-DUP-CHECK-STATUS TO WS-IO-STATUS
               WHEN 3
                   MOVE WS-VELOCITY-STATUS TO WS-IO-STATUS
               WHEN 4
                   MOVE WS-TRANS-COUNTER-STATUS TO WS-IO-STATUS
           END-EVALUATE.

      *****************************************************************
      * Input side - the journal entries for the files being
      * recovered, up to each file's stop point.
      *****************************************************************
       RELEASE-JOURNAL-ENTRIES.
           PERFORM READ-JOURNAL-ENTRY.
           PERFORM RELEASE-ONE-ENTRY
               UNTIL RECOVERY-JOURNAL-EOF.
           CLOSE RECOVERY-JOURNAL-FILE.

       READ-JOURNAL-ENTRY.
           READ RECOVERY-JOURNAL-FILE
               AT END
                   SET RECOVERY-JOURNAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-JOURNAL-READ
           END-READ.
           IF NOT RECOVERY-JOURNAL-OK
              AND NOT RECOVERY-JOURNAL-EOF
               DISPLAY "FORWARD RECOVERY: ERROR READING RCVJRNL "
                       WS-RECOVERY-JOURNAL-STATUS
                       " - REST OF JOURNAL NOT APPLIED"
               MOVE 8 TO WS-RAISE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
               SET RECOVERY-JOURNAL-EOF TO TRUE
           END-IF.

       RELEASE-ONE-ENTRY.
           MOVE ZERO TO WS-RF-FOUND-IDX.
           PERFORM FIND-JOURNAL-FILE VARYING WS-RF-IDX
               FROM 1 BY 1 UNTIL WS-RF-IDX > 4
                              OR WS-RF-FOUND-IDX > ZERO.
           IF WS-RF-FOUND-IDX = ZERO
               ADD 1 TO WS-COUNT-NOT-SELECTED
           ELSE
               MOVE WS-RF-FOUND-IDX TO WS-RF-IDX
               IF NOT WS-RF-OPEN (WS-RF-IDX)
                   ADD 1 TO WS-COUNT-NOT-SELECTED
               ELSE
                   PERFORM CHECK-STOP-POINT
                   IF WITHIN-STOP-POINT
                       MOVE RECOVERY-JOURNAL-RECORD
                           TO RECOVERY-SORT-RECORD
                       RELEASE RECOVERY-SORT-RECORD
                       ADD 1 TO WS-COUNT-RELEASED
                   ELSE
                       ADD 1 TO WS-RF-BEYOND-POINT (WS-RF-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-JOURNAL-ENTRY.

       FIND-JOURNAL-FILE.
           IF WS-RF-FILE-NAME (WS-RF-IDX) = RJ-FILE-NAME
               MOVE WS-RF-IDX TO WS-RF-FOUND-IDX
           END-IF.

       CHECK-STOP-POINT.
           MOVE 'N' TO WS-WITHIN-POINT-SW.
           IF WS-RF-STOP-DATE (WS-RF-IDX) = ZERO
               SET WITHIN-STOP-POINT TO TRUE
           ELSE
               IF RJ-JOURNAL-DATE < WS-RF-STOP-DATE (WS-RF-IDX)
                   SET WITHIN-STOP-POINT TO TRUE
               END-IF
               IF RJ-JOURNAL-DATE = WS-RF-STOP-DATE (WS-RF-IDX)
                  AND RJ-JOURNAL-TIME
                      NOT > WS-RF-STOP-TIME (WS-RF-IDX)
                   SET WITHIN-STOP-POINT TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * Output side - each entry applied to its file in the order it
      * was made.
      *****************************************************************
       APPLY-JOURNAL-ENTRIES.
           PERFORM RETURN-JOURNAL-ENTRY.
           PERFORM APPLY-ONE-ENTRY
               UNTIL END-OF-SORTED-ENTRIES.

       RETURN-JOURNAL-ENTRY.
           RETURN RECOVERY-SORT-FILE
               AT END
                   SET END-OF-SORTED-ENTRIES TO TRUE
           END-RETURN.

       APPLY-ONE-ENTRY.
           MOVE ZERO TO WS-RF-FOUND-IDX.
           PERFORM FIND-SORTED-FILE VARYING WS-RF-IDX
               FROM 1 BY 1 UNTIL WS-RF-IDX > 4
                              OR WS-RF-FOUND-IDX > ZERO.
           MOVE WS-RF-FOUND-IDX TO WS-RF-IDX.
           PERFORM APPLY-JOURNAL-ENTRY THRU APPLY-JOURNAL-ENTRY-EXIT.
           PERFORM RETURN-JOURNAL-ENTRY.

       FIND-SORTED-FILE.
           IF WS-RF-FILE-NAME (WS-RF-IDX) = RS-FILE-NAME
               MOVE WS-RF-IDX TO WS-RF-FOUND-IDX
           END-IF.

       APPLY-JOURNAL-ENTRY.
      *    The key comes from the image the entry leaves behind - the
      *    after image, or on a delete the before image.
           IF RS-ACTION-DELETE
               MOVE RS-BEFORE-IMAGE TO WS-APPLY-IMAGE
           ELSE
               MOVE RS-AFTER-IMAGE TO WS-APPLY-IMAGE
           END-IF.
           PERFORM LOAD-RECORD-AREA.
           PERFORM READ-JOURNALED-RECORD.

           IF RS-ACTION-DELETE
               IF NOT RECORD-FOUND
                   ADD 1 TO WS-RF-ALREADY (WS-RF-IDX)
                   GO TO APPLY-JOURNAL-ENTRY-EXIT
               END-IF
               IF WS-CURRENT-IMAGE NOT = RS-BEFORE-IMAGE
                   PERFORM NOTE-OUT-OF-STEP
               END-IF
               PERFORM GET-RECORD-AMOUNTS
               SUBTRACT 1 FROM WS-RF-COUNT-EXPECTED (WS-RF-IDX)
               SUBTRACT WS-AMOUNT-1
                   FROM WS-RF-TOTAL-1-EXPECTED (WS-RF-IDX)
               SUBTRACT WS-AMOUNT-2
                   FROM WS-RF-TOTAL-2-EXPECTED (WS-RF-IDX)
               PERFORM DELETE-JOURNALED-RECORD
               GO TO APPLY-JOURNAL-ENTRY-EXIT
           END-IF.

           IF RECORD-FOUND
              AND WS-CURRENT-IMAGE = RS-AFTER-IMAGE
               ADD 1 TO WS-RF-ALREADY (WS-RF-IDX)
               GO TO APPLY-JOURNAL-ENTRY-EXIT
           END-IF.

      *    An add over a record already there, or a change that finds
      *    the record missing or not as it was, is out of step.
           IF RECORD-FOUND
               IF RS-ACTION-ADD
                  OR WS-CURRENT-IMAGE NOT = RS-BEFORE-IMAGE
                   PERFORM NOTE-OUT-OF-STEP
               END-IF
               PERFORM GET-RECORD-AMOUNTS
               SUBTRACT WS-AMOUNT-1
                   FROM WS-RF-TOTAL-1-EXPECTED (WS-RF-IDX)
               SUBTRACT WS-AMOUNT-2
                   FROM WS-RF-TOTAL-2-EXPECTED (WS-RF-IDX)
           ELSE
               IF RS-ACTION-CHANGE
                   PERFORM NOTE-OUT-OF-STEP
               END-IF
               ADD 1 TO WS-RF-COUNT-EXPECTED (WS-RF-IDX)
           END-IF.

           PERFORM LOAD-RECORD-AREA.
           PERFORM GET-RECORD-AMOUNTS.
           ADD WS-AMOUNT-1 TO WS-RF-TOTAL-1-EXPECTED (WS-RF-IDX).
           ADD WS-AMOUNT-2 TO WS-RF-TOTAL-2-EXPECTED (WS-RF-IDX).
           IF RECORD-FOUND
               PERFORM REWRITE-JOURNALED-RECORD
           ELSE
               PERFORM WRITE-JOURNALED-RECORD
           END-IF.

       APPLY-JOURNAL-ENTRY-EXIT.
           EXIT.

       LOAD-RECORD-AREA.
           EVALUATE WS-RF-IDX
               WHEN 1
                   MOVE WS-APPLY-IMAGE TO CUST-BALANCE-RECORD
               WHEN 2
                   MOVE WS-APPLY-IMAGE TO DUP-CHECK-RECORD
               WHEN 3
                   MOVE WS-APPLY-IMAGE TO VELOCITY-RECORD
               WHEN 4
                   MOVE WS-APPLY-IMAGE TO TRANS-COUNTER-RECORD
           END-EVALUATE.

      *    Leaves the record as it stands in the record area and, as
      *    an image comparable with the journal's, in
      *    WS-CURRENT-IMAGE.
       READ-JOURNALED-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND-SW.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           EVALUATE WS-RF-IDX
               WHEN 1
                   READ CUST-BALANCE-FILE
                       NOT INVALID KEY
                           SET RECORD-FOUND TO TRUE
                           MOVE CUST-BALANCE-RECORD
                               TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 2
                   READ DUP-CHECK-FILE
                       NOT INVALID KEY
                           SET RECORD-FOUND TO TRUE
                           MOVE DUP-CHECK-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 3
                   READ VELOCITY-FILE
                       NOT INVALID KEY
                           SET RECORD-FOUND TO TRUE
                           MOVE VELOCITY-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 4
                   READ TRANS-COUNTER-FILE
                       NOT INVALID KEY
                           SET RECORD-FOUND TO TRUE
                           MOVE TRANS-COUNTER-RECORD
                               TO WS-CURRENT-IMAGE
                   END-READ
           END-EVALUATE.

       WRITE-JOURNALED-RECORD.
           EVALUATE WS-RF-IDX
               WHEN 1
                   WRITE CUST-BALANCE-RECORD
                   END-WRITE
               WHEN 2
                   WRITE DUP-CHECK-RECORD
                   END-WRITE
               WHEN 3
                   WRITE VELOCITY-RECORD
                   END-WRITE
               WHEN 4
                   WRITE TRANS-COUNTER-RECORD
                   END-WRITE
           END-EVALUATE.
           PERFORM COUNT-APPLIED.

       REWRITE-JOURNALED-RECORD.
           EVALUATE WS-RF-IDX
               WHEN 1
                   REWRITE CUST-BALANCE-RECORD
                   END-REWRITE
               WHEN 2
                   REWRITE DUP-CHECK-RECORD
                   END-REWRITE
               WHEN 3
                   REWRITE VELOCITY-RECORD
                   END-REWRITE
               WHEN 4
                   REWRITE TRANS-COUNTER-RECORD
                   END-REWRITE
           END-EVALUATE.
           PERFORM COUNT-APPLIED.

       DELETE-JOURNALED-RECORD.
           EVALUATE WS-RF-IDX
               WHEN 1
                   DELETE CUST-BALANCE-FILE
                   END-DELETE
               WHEN 2
                   DELETE DUP-CHECK-FILE
                   END-DELETE
               WHEN 3
                   DELETE VELOCITY-FILE
                   END-DELETE
               WHEN 4
                   DELETE TRANS-COUNTER-FILE
                   END-DELETE
           END-EVALUATE.
           PERFORM COUNT-APPLIED.

       COUNT-APPLIED.
           PERFORM TAKE-FILE-STATUS.
           IF IO-OK
               ADD 1 TO WS-RF-APPLIED (WS-RF-IDX)
           ELSE
               ADD 1 TO WS-RF-FAILED (WS-RF-IDX)
               DISPLAY "FORWARD RECOVERY: ERROR APPLYING "
                       RS-FILE-NAME " " RS-ACTION " ENTRY "
                       RS-JOB-NAME " " RS-PROGRAM-ID " "
                       RS-SEQUENCE " - STATUS " WS-IO-STATUS
               MOVE 8 TO WS-RAISE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.

       NOTE-OUT-OF-STEP.
           ADD 1 TO WS-RF-OUT-OF-STEP (WS-RF-IDX).
           DISPLAY "FORWARD RECOVERY: OUT OF STEP - " RS-FILE-NAME
                   " " RS-ACTION " BY " RS-JOB-NAME " "
                   RS-PROGRAM-ID " AT " RS-JOURNAL-DATE " "
                   RS-JOURNAL-TIME " SEQ " RS-SEQUENCE.
           MOVE 4 TO WS-RAISE-RETURN-CODE.
           PERFORM RAISE-RETURN-CODE.

      *****************************************************************
      * Proof - each file counted again and set against what the
      * entries applied should have left.
      *****************************************************************
       PROVE-CONTROL-FILE.
           IF WS-RF-SELECTED (WS-RF-IDX)
               MOVE WS-RF-FILE-NAME (WS-RF-IDX) TO RD-FILE-NAME
               IF WS-RF-OPEN (WS-RF-IDX)
                   PERFORM RECOUNT-CONTROL-FILE
                   PERFORM WRITE-FILE-PROOF
               ELSE
                   MOVE "NOT RUN" TO RD-STAGE
                   MOVE ZERO TO RD-RECORDS
                   MOVE ZERO TO RD-TOTAL-1
                   MOVE ZERO TO RD-TOTAL-2
                   MOVE "NOT AVAILABLE - NOT ROLLED FORWARD"
                       TO RD-NOTE
                   PERFORM WRITE-DETAIL-LINE
               END-IF
               MOVE SPACES TO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF.

       RECOUNT-CONTROL-FILE.
      *    Reopened so the count starts from the first key.
           EVALUATE WS-RF-IDX
               WHEN 1
                   CLOSE CUST-BALANCE-FILE
                   OPEN INPUT CUST-BALANCE-FILE
               WHEN 2
                   CLOSE DUP-CHECK-FILE
                   OPEN INPUT DUP-CHECK-FILE
               WHEN 3
                   CLOSE VELOCITY-FILE
                   OPEN INPUT VELOCITY-FILE
               WHEN 4
                   CLOSE TRANS-COUNTER-FILE
                   OPEN INPUT TRANS-COUNTER-FILE
           END-EVALUATE.
           PERFORM TAKE-FILE-STATUS.
           IF IO-OK
               PERFORM SCAN-CONTROL-FILE
               MOVE WS-SCAN-COUNT TO WS-RF-COUNT-AFTER (WS-RF-IDX)
               MOVE WS-SCAN-TOTAL-1 TO WS-RF-TOTAL-1-AFTER (WS-RF-IDX)
               MOVE WS-SCAN-TOTAL-2 TO WS-RF-TOTAL-2-AFTER (WS-RF-IDX)
               EVALUATE WS-RF-IDX
                   WHEN 1
                       CLOSE CUST-BALANCE-FILE
                   WHEN 2
                       CLOSE DUP-CHECK-FILE
                   WHEN 3
                       CLOSE VELOCITY-FILE
                   WHEN 4
                       CLOSE TRANS-COUNTER-FILE
               END-EVALUATE
           ELSE
               DISPLAY "FORWARD RECOVERY: UNABLE TO REOPEN "
                       WS-RF-FILE-NAME (WS-RF-IDX) " "
                       WS-IO-STATUS " - NOT RECOUNTED"
               MOVE 8 TO WS-RAISE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.

       WRITE-FILE-PROOF.
           MOVE "BEFORE" TO RD-STAGE.
           MOVE WS-RF-COUNT-BEFORE (WS-RF-IDX) TO RD-RECORDS.
           MOVE WS-RF-TOTAL-1-BEFORE (WS-RF-IDX) TO RD-TOTAL-1.
           MOVE WS-RF-TOTAL-2-BEFORE (WS-RF-IDX) TO RD-TOTAL-2.
           MOVE WS-RF-TOTALS-LABEL (WS-RF-IDX) TO RD-NOTE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE "EXPECTED" TO RD-STAGE.
           MOVE WS-RF-COUNT-EXPECTED (WS-RF-IDX) TO RD-RECORDS.
           MOVE WS-RF-TOTAL-1-EXPECTED (WS-RF-IDX) TO RD-TOTAL-1.
           MOVE WS-RF-TOTAL-2-EXPECTED (WS-RF-IDX) TO RD-TOTAL-2.
           IF WS-RF-STOP-DATE (WS-RF-IDX) = ZERO
               MOVE "TO END OF JOURNAL" TO RD-NOTE
           ELSE
               MOVE WS-RF-STOP-DATE (WS-RF-IDX) TO SN-STOP-DATE
               MOVE WS-RF-STOP-TIME (WS-RF-IDX) TO SN-STOP-TIME
               MOVE WS-STOP-POINT-NOTE TO RD-NOTE
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

           MOVE "AFTER" TO RD-STAGE.
           MOVE WS-RF-COUNT-AFTER (WS-RF-IDX) TO RD-RECORDS.
           MOVE WS-RF-TOTAL-1-AFTER (WS-RF-IDX) TO RD-TOTAL-1.
           MOVE WS-RF-TOTAL-2-AFTER (WS-RF-IDX) TO RD-TOTAL-2.
           IF WS-RF-COUNT-AFTER (WS-RF-IDX)
                  = WS-RF-COUNT-EXPECTED (WS-RF-IDX)
              AND WS-RF-TOTAL-1-AFTER (WS-RF-IDX)
                  = WS-RF-TOTAL-1-EXPECTED (WS-RF-IDX)
              AND WS-RF-TOTAL-2-AFTER (WS-RF-IDX)
                  = WS-RF-TOTAL-2-EXPECTED (WS-RF-IDX)
               MOVE "PROVEN" TO RD-NOTE
           ELSE
               MOVE "DIFFERENCE - NOT PROVEN" TO RD-NOTE
               MOVE 4 TO WS-RAISE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

           MOVE WS-RF-APPLIED (WS-RF-IDX) TO RC-COUNT-APPLIED.
           MOVE WS-RF-ALREADY (WS-RF-IDX) TO RC-COUNT-ALREADY.
           MOVE WS-RF-OUT-OF-STEP (WS-RF-IDX) TO RC-COUNT-OUT-OF-STEP.
           MOVE WS-RF-BEYOND-POINT (WS-RF-IDX) TO RC-COUNT-BEYOND.
           MOVE WS-RF-FAILED (WS-RF-IDX) TO RC-COUNT-FAILED.
           MOVE WS-RECOVERY-COUNT-LINE TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.

           DISPLAY "FORWARD RECOVERY: " WS-RF-FILE-NAME (WS-RF-IDX)
                   " APPLIED: " WS-RF-APPLIED (WS-RF-IDX)
                   " BEFORE: " WS-RF-COUNT-BEFORE (WS-RF-IDX)
                   " AFTER: " WS-RF-COUNT-AFTER (WS-RF-IDX)
                   " " RD-NOTE.

       WRITE-DETAIL-LINE.
           MOVE WS-RECOVERY-DETAIL TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.

       RAISE-RETURN-CODE.
           IF WS-RUN-RETURN-CODE < WS-RAISE-RETURN-CODE
               MOVE WS-RAISE-RETURN-CODE TO WS-RUN-RETURN-CODE
           END-IF.
