      *   - the DUPCHECK record created for an original is deleted
      *     when its first-seen stamp matches the backed-out posting;
      *   - the customer's same-day VELOCITY counters are reduced;
      *   - a posted payment's customer/merchant relationship on
      *     PAYEEREL is deleted when the backed-out posting opened
      *     it, and has its payment count reduced otherwise;
      *   - a posted debit is put back on the balance file, in
      *     the account's own currency it was taken in;
      *   - a backed-out reversal of an earlier cycle's original
      *     has its amount taken back off that original's
      *     cumulative reversed amount on the master log (TRANLOGM,
      * duplicates - the backed-out block's ids simply go unused.
      * Every backed-out item is reported, so operations can see
      * exactly what was undone before rerunning the partition.
      * Every DUPCHECK key deleted and VELOCITY counter reduced goes,
      * before and after, to the forward-recovery journal (RCVJRNL)
      * under the BACKOUT job - the balances put back go there
      * through FUNDSCHECK - so a roll-forward of a restored file
      * replays the backout as well as the run it undid.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS VL-CUSTOMER-ID
               FILE STATUS IS WS-VELOCITY-STATUS.
           SELECT PAYEE-RELATION-FILE ASSIGN TO "PAYEEREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-RELATION-KEY
               FILE STATUS IS WS-PAYEE-RELATION-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           LABEL RECORDS ARE STANDARD.
           COPY VELOCITY-REC.

       FD  PAYEE-RELATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYEE-RELATION-REC.

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHECKPOINT-REC.
           88 DUP-CHECK-OK          VALUE "00".
       01  WS-VELOCITY-STATUS      PIC XX VALUE "00".
           88 VELOCITY-OK           VALUE "00".
       01  WS-PAYEE-RELATION-STATUS PIC XX VALUE "00".
           88 PAYEE-RELATION-OK     VALUE "00".
       01  WS-CHECKPOINT-STATUS    PIC XX VALUE "00".
           88 CHECKPOINT-OK         VALUE "00".
       01  WS-BACKOUT-REPORT-STATUS PIC XX VALUE "00".
       01  WS-CUSTOMER-ID          PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-NUMBER       PIC 9(4) VALUE ZERO.
       01  WS-FUNDS-TRANS-ID       PIC 9(10) VALUE ZERO.
       01  WS-FUNDS-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-COUNT-BACKED-OUT     PIC 9(7) VALUE ZERO.
       01  WS-COUNT-DUP-DELETED    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-VEL-REDUCED    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-FUNDS-RESTORED PIC 9(7) VALUE ZERO.
       01  WS-COUNT-UNMARKED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-PAYEE-UNWOUND  PIC 9(7) VALUE ZERO.
       01  WS-UNMARK-NEEDED-SW     PIC X VALUE 'N'.
           88 UNMARK-NEEDED        VALUE 'Y'.
       01  WS-UNMARK-ORIG-ID       PIC 9(10) VALUE ZERO.
       01  WS-UNDO-REV-AMOUNT      PIC S9(7)V99 VALUE ZERO.

      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'W'.
       01  WS-JRNL-NAME            PIC X(8) VALUE "BACKOUT".
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "BACKOUT".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE SPACES.
       01  WS-JRNL-ACTION          PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       01  WS-BACKOUT-HEADING.
           05  FILLER              PIC X(20) VALUE
               "RUN BACKOUT FOR JOB ".
           MOVE LK-PARM-FROM-ID TO WS-FROM-TRANS-ID.

           PERFORM OPEN-BACKOUT-FILES.
           PERFORM NAME-JOURNAL-JOB.

           PERFORM POSITION-TO-FIRST-BAD-ID.
           PERFORM BACK-OUT-ONE-RECORD
                   WS-COUNT-FUNDS-RESTORED.
           DISPLAY "RUN BACKOUT: ORIGINALS UNMARKED:    "
                   WS-COUNT-UNMARKED.
           DISPLAY "RUN BACKOUT: PAYEES UNWOUND:        "
                   WS-COUNT-PAYEE-UNWOUND.
           DISPLAY "=================================".

           STOP RUN.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PAYEE-RELATION-FILE.
           IF NOT PAYEE-RELATION-OK
               DISPLAY "RUN BACKOUT: UNABLE TO OPEN PAYEEREL "
                       WS-PAYEE-RELATION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CHECKPOINT-FILE.
           IF NOT CHECKPOINT-OK
               DISPLAY "RUN BACKOUT: UNABLE TO OPEN CHKPOINT "
           END-IF.
           IF TL-STATUS-POSTED OR TL-STATUS-REVERSED
               PERFORM RESTORE-CUSTOMER-FUNDS
               IF TL-TYPE-ORIGINAL
                  AND TL-MERCHANT-ID NOT = ZERO
                   PERFORM UNWIND-PAYEE-RELATION
               END-IF
           END-IF.
      *    Deleting a reversal of an earlier cycle's posting must
      *    take that reversal back off the original - PAYMENT
      *            an entry first seen on an earlier date belongs to
      *            an earlier legitimate submission.
                   IF DK-FIRST-SEEN-DATE = TL-POSTING-DATE
                       MOVE DUP-CHECK-RECORD TO WS-JRNL-BEFORE-IMAGE
                       DELETE DUP-CHECK-FILE
                       ADD 1 TO WS-COUNT-DUP-DELETED
                       IF DUP-CHECK-OK
                           MOVE "DUPCHECK" TO WS-JRNL-FILE-NAME
                           MOVE 'D' TO WS-JRNL-ACTION
                           MOVE SPACES TO WS-JRNL-AFTER-IMAGE
                           PERFORM WRITE-RECOVERY-JOURNAL
                       END-IF
                   END-IF
           END-READ.

               NOT INVALID KEY
                   IF VL-CHECK-DATE = TL-POSTING-DATE
                      AND VL-TXN-COUNT > ZERO
                       MOVE VELOCITY-RECORD TO WS-JRNL-BEFORE-IMAGE
                       SUBTRACT 1 FROM VL-TXN-COUNT
                       SUBTRACT TL-BASE-AMOUNT FROM VL-TOTAL-AMOUNT
                       REWRITE VELOCITY-RECORD
                       ADD 1 TO WS-COUNT-VEL-REDUCED
                       IF VELOCITY-OK
                           MOVE "VELOCITY" TO WS-JRNL-FILE-NAME
                           MOVE 'C' TO WS-JRNL-ACTION
                           MOVE VELOCITY-RECORD TO WS-JRNL-AFTER-IMAGE
                           PERFORM WRITE-RECOVERY-JOURNAL
                       END-IF
                   END-IF
           END-READ.

       NAME-JOURNAL-JOB.
           MOVE 'N' TO WS-JRNL-FUNCTION.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-JOB-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.
           MOVE 'W' TO WS-JRNL-FUNCTION.

       WRITE-RECOVERY-JOURNAL.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.

       UNWIND-PAYEE-RELATION.
      *    The relationship the backed-out posting opened goes, so
      *    the rerun's payment is screened as the first payment it
      *    is; a relationship opened earlier just loses the count.
           MOVE TL-CUSTOMER-ID TO PR-CUSTOMER-ID.
           MOVE TL-MERCHANT-ID TO PR-MERCHANT-ID.
           READ PAYEE-RELATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PR-FIRST-TRANS-ID = TL-TRANSACTION-ID
                       DELETE PAYEE-RELATION-FILE
                       ADD 1 TO WS-COUNT-PAYEE-UNWOUND
                   ELSE
                       IF PR-PAYMENT-COUNT > 1
                           SUBTRACT 1 FROM PR-PAYMENT-COUNT
                           REWRITE PAYEE-RELATION-RECORD
                           ADD 1 TO WS-COUNT-PAYEE-UNWOUND
                       END-IF
                   END-IF
           END-READ.

       RESTORE-CUSTOMER-FUNDS.
      *    The posting took its debit off the balance of the
      *    account it debited - posting the negated debit through
      *    FUNDSCHECK puts it back there. The debit is already in
      *    the account's own currency, so no currency is named and
      *    nothing is converted again; a record from before the
      *    debit was carried took its total amount.
           MOVE 'P' TO WS-FUNDS-FUNCTION.
           IF TL-DEBIT-CURRENCY = SPACES
               COMPUTE WS-FUNDS-AMOUNT = ZERO - TL-TOTAL-AMOUNT
           ELSE
               COMPUTE WS-FUNDS-AMOUNT = ZERO - TL-DEBIT-AMOUNT
           END-IF.
           MOVE SPACES TO WS-FUNDS-CURRENCY.
           MOVE TL-CUSTOMER-ID TO WS-CUSTOMER-ID.
           MOVE TL-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           MOVE TL-TRANSACTION-ID TO WS-FUNDS-TRANS-ID.
                                   CW-CURRENT-DATE
                                   CW-CURRENT-TIME
                                   WS-FUNDS-STATUS
                                   WS-FUNDS-TRANS-ID
                                   WS-FUNDS-CURRENCY.
           ADD 1 TO WS-COUNT-FUNDS-RESTORED.

       DELETE-JOB-CHECKPOINT.
           CLOSE MASTER-LOG-FILE.
           CLOSE DUP-CHECK-FILE.
           CLOSE VELOCITY-FILE.
           CLOSE PAYEE-RELATION-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE BACKOUT-REPORT-FILE.
