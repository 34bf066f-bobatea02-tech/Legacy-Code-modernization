      * chases it. Rerun-safe: a row already marked paid on the
      * ledger is skipped, and an unpaid row is retried (the usual
      * path once MERCHANT-MAINT supplies the missing details).
      *
      * Modification History
      * ---------------------------------------------------------------
      * A remittance whose net payable is not positive - the day's
      * reversals and returns outweighed its collections - is no
      * longer left unpaid and forgotten: the shortfall is added to
      * the merchant's receivable for the currency (MERCHRCV) and
      * the ledger row is marked R. Each later payout is reduced by
      * the outstanding receivable before anything goes to the bank;
      * a payout the receivable swallows whole is settled on the
      * ledger with nothing sent. The instruction and the ledger
      * carry gross, offset and net paid.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PAYOUT-KEY
               FILE STATUS IS WS-PAYOUT-LEDGER-STATUS.
           SELECT MERCH-RECEIVABLE-FILE ASSIGN TO "MERCHRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-RECEIVABLE-KEY
               FILE STATUS IS WS-MERCH-RECEIVABLE-STATUS.
           SELECT PAYOUT-INSTRUCT-FILE ASSIGN TO "PAYINSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-INSTRUCT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY PAYOUT-LEDGER-REC.

       FD  MERCH-RECEIVABLE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MERCH-RECEIVABLE-REC.

       FD  PAYOUT-INSTRUCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MERCHANT-PAYOUT-REC.
       01  WS-PAYOUT-LEDGER-STATUS PIC XX VALUE "00".
           88 PAYOUT-LEDGER-OK     VALUE "00".
           88 PAYOUT-LEDGER-NOT-FOUND VALUE "23" "35".
       01  WS-MERCH-RECEIVABLE-STATUS PIC XX VALUE "00".
           88 MERCH-RECEIVABLE-OK     VALUE "00".
           88 MERCH-RECEIVABLE-NOT-FOUND VALUE "23" "35".
       01  WS-PAYOUT-INSTRUCT-STATUS PIC XX VALUE "00".
       01  WS-PAYOUT-EXCEPTION-STATUS PIC XX VALUE "00".
       01  WS-DETAILS-FOUND-SW     PIC X VALUE 'N'.
           88 BANK-DETAILS-FOUND   VALUE 'Y'.
       01  WS-ALREADY-PAID-SW      PIC X VALUE 'N'.
           88 ALREADY-PAID         VALUE 'Y'.
       01  WS-RECEIVABLE-FOUND-SW  PIC X VALUE 'N'.
           88 RECEIVABLE-ON-FILE   VALUE 'Y'.
       01  WS-OFFSET-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01  WS-NET-TO-PAY           PIC S9(9)V99 VALUE ZERO.
       01  WS-COUNT-REMITS-READ    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-DISBURSED      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ALREADY-PAID   PIC 9(7) VALUE ZERO.
       01  WS-COUNT-UNPAID         PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CARRIED        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-OFFSET-WHOLE   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-DISBURSED      PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CARRIED        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-OFFSET         PIC S9(11)V99 VALUE ZERO.

       01  WS-PAYOUT-EXCEPTION-DETAIL.
           05  PX-REASON-TEXT      PIC X(26).
                   WS-COUNT-ALREADY-PAID.
           DISPLAY "MERCHANT PAYOUT: LEFT UNPAID:      "
                   WS-COUNT-UNPAID.
           DISPLAY "MERCHANT PAYOUT: CARRIED TO RCV:   "
                   WS-COUNT-CARRIED.
           DISPLAY "MERCHANT PAYOUT: SETTLED BY OFFSET:"
                   WS-COUNT-OFFSET-WHOLE.
           DISPLAY "MERCHANT PAYOUT: TOTAL DISBURSED:  "
                   WS-TOTAL-DISBURSED.
           DISPLAY "MERCHANT PAYOUT: TOTAL CARRIED:    "
                   WS-TOTAL-CARRIED.
           DISPLAY "MERCHANT PAYOUT: TOTAL OFFSET:     "
                   WS-TOTAL-OFFSET.
           DISPLAY "=================================".

           IF WS-COUNT-UNPAID > ZERO
               CLOSE PAYOUT-LEDGER-FILE
               OPEN I-O PAYOUT-LEDGER-FILE
           END-IF.
           OPEN I-O MERCH-RECEIVABLE-FILE.
           IF MERCH-RECEIVABLE-NOT-FOUND
               OPEN OUTPUT MERCH-RECEIVABLE-FILE
               CLOSE MERCH-RECEIVABLE-FILE
               OPEN I-O MERCH-RECEIVABLE-FILE
           END-IF.
           OPEN OUTPUT PAYOUT-INSTRUCT-FILE.
           OPEN OUTPUT PAYOUT-EXCEPTION-FILE.

               ADD 1 TO WS-COUNT-ALREADY-PAID
           ELSE
               IF RM-NET-PAYABLE <= ZERO
                   PERFORM CARRY-TO-RECEIVABLE
               ELSE
                   PERFORM COMPUTE-RECEIVABLE-OFFSET
                   IF WS-NET-TO-PAY = ZERO
      *                The receivable swallows the whole payout -
      *                nothing goes to the bank, so no bank details
      *                are needed to settle it.
                       ADD 1 TO WS-COUNT-OFFSET-WHOLE
                       PERFORM MARK-LEDGER-PAID
                       PERFORM APPLY-RECEIVABLE-OFFSET
                   ELSE
                       PERFORM LOOKUP-BANK-DETAILS
                       IF BANK-DETAILS-FOUND
                           PERFORM WRITE-PAYOUT-INSTRUCTION
                           PERFORM MARK-LEDGER-PAID
                           PERFORM APPLY-RECEIVABLE-OFFSET
                       ELSE
                           MOVE "NO BANK DETAILS ON FILE" TO
                               PX-REASON-TEXT
                           PERFORM LEAVE-REMIT-UNPAID
                       END-IF
                   END-IF
               END-IF
           END-IF.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *            A row already carried to the receivable is as
      *            settled as a paid one - never count it twice.
                   IF PL-STATUS-PAID OR PL-STATUS-RECEIVABLE
                       SET ALREADY-PAID TO TRUE
                   END-IF
           END-READ.

       READ-MERCHANT-RECEIVABLE.
           MOVE 'N' TO WS-RECEIVABLE-FOUND-SW.
           MOVE RM-MERCHANT-ID TO MR-MERCHANT-ID.
           MOVE RM-CURRENCY-CODE TO MR-CURRENCY-CODE.
           READ MERCH-RECEIVABLE-FILE
               INVALID KEY
                   MOVE ZERO TO MR-BALANCE
                   MOVE ZERO TO MR-OPENED-DATE
               NOT INVALID KEY
                   SET RECEIVABLE-ON-FILE TO TRUE
           END-READ.

       COMPUTE-RECEIVABLE-OFFSET.
      *    The outstanding receivable comes off the payout first, up
      *    to the whole of it.
           PERFORM READ-MERCHANT-RECEIVABLE.
           MOVE ZERO TO WS-OFFSET-AMOUNT.
           IF MR-BALANCE > ZERO
               IF MR-BALANCE < RM-NET-PAYABLE
                   MOVE MR-BALANCE TO WS-OFFSET-AMOUNT
               ELSE
                   MOVE RM-NET-PAYABLE TO WS-OFFSET-AMOUNT
               END-IF
           END-IF.
           COMPUTE WS-NET-TO-PAY = RM-NET-PAYABLE - WS-OFFSET-AMOUNT.

       APPLY-RECEIVABLE-OFFSET.
           IF WS-OFFSET-AMOUNT > ZERO
               SUBTRACT WS-OFFSET-AMOUNT FROM MR-BALANCE
               ADD WS-OFFSET-AMOUNT TO WS-TOTAL-OFFSET
               IF MR-BALANCE = ZERO
                   MOVE ZERO TO MR-OPENED-DATE
               END-IF
               PERFORM WRITE-MERCHANT-RECEIVABLE
               DISPLAY "MERCHANT PAYOUT: RECEIVABLE OFFSET "
                       WS-OFFSET-AMOUNT " MERCHANT " RM-MERCHANT-ID
                       " " RM-CURRENCY-CODE
           END-IF.

       CARRY-TO-RECEIVABLE.
      *    A non-positive day is a shortfall the merchant owes back -
      *    it waits on the receivable for the next positive payout.
           ADD 1 TO WS-COUNT-CARRIED.
           PERFORM READ-MERCHANT-RECEIVABLE.
           IF RM-NET-PAYABLE < ZERO
               IF MR-BALANCE = ZERO
                   MOVE RM-RUN-DATE TO MR-OPENED-DATE
               END-IF
               SUBTRACT RM-NET-PAYABLE FROM MR-BALANCE
               SUBTRACT RM-NET-PAYABLE FROM WS-TOTAL-CARRIED
               PERFORM WRITE-MERCHANT-RECEIVABLE
           END-IF.
           MOVE RM-RUN-DATE TO PL-RUN-DATE.
           MOVE RM-MERCHANT-ID TO PL-MERCHANT-ID.
           MOVE RM-CURRENCY-CODE TO PL-CURRENCY-CODE.
           SET PL-STATUS-RECEIVABLE TO TRUE.
           MOVE RM-NET-PAYABLE TO PL-GROSS-AMOUNT.
           MOVE ZERO TO PL-OFFSET-AMOUNT.
           MOVE ZERO TO PL-NET-AMOUNT.
           MOVE ZERO TO PL-PAYOUT-DATE.
           MOVE CC-VERSION TO PL-VERSION.
           WRITE PAYOUT-LEDGER-RECORD
               INVALID KEY
      *            An unpaid row from an earlier run is carried now.
                   REWRITE PAYOUT-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "MERCHANT PAYOUT: ERROR WRITING "
                                   "PAYLEDGR "
                                   WS-PAYOUT-LEDGER-STATUS
                   END-REWRITE
           END-WRITE.
           DISPLAY "MERCHANT PAYOUT: CARRIED TO RECEIVABLE "
                   RM-NET-PAYABLE " MERCHANT " RM-MERCHANT-ID
                   " " RM-CURRENCY-CODE.

       WRITE-MERCHANT-RECEIVABLE.
           MOVE RM-MERCHANT-ID TO MR-MERCHANT-ID.
           MOVE RM-CURRENCY-CODE TO MR-CURRENCY-CODE.
           MOVE CW-CURRENT-DATE TO MR-LAST-ACTIVITY-DATE.
           MOVE CC-VERSION TO MR-VERSION.
           IF RECEIVABLE-ON-FILE
               REWRITE MERCH-RECEIVABLE-RECORD
                   INVALID KEY
                       DISPLAY "MERCHANT PAYOUT: ERROR REWRITING "
                               "MERCHRCV " WS-MERCH-RECEIVABLE-STATUS
               END-REWRITE
           ELSE
               WRITE MERCH-RECEIVABLE-RECORD
                   INVALID KEY
                       DISPLAY "MERCHANT PAYOUT: ERROR WRITING "
                               "MERCHRCV " WS-MERCH-RECEIVABLE-STATUS
               END-WRITE
           END-IF.

       LOOKUP-BANK-DETAILS.
           MOVE 'N' TO WS-DETAILS-FOUND-SW.
           IF MERCHANT-MASTER-OK
           MOVE RM-MERCHANT-ID TO MP-MERCHANT-ID.
           MOVE RM-MERCHANT-NAME TO MP-MERCHANT-NAME.
           MOVE RM-CURRENCY-CODE TO MP-CURRENCY-CODE.
           MOVE RM-NET-PAYABLE TO MP-GROSS-AMOUNT.
           MOVE WS-OFFSET-AMOUNT TO MP-OFFSET-AMOUNT.
           MOVE WS-NET-TO-PAY TO MP-NET-AMOUNT.
           MOVE MM-BANK-ROUTING TO MP-BANK-ROUTING.
           MOVE MM-BANK-ACCOUNT TO MP-BANK-ACCOUNT.
           MOVE CC-VERSION TO MP-VERSION.
           WRITE MERCHANT-PAYOUT-RECORD.
           ADD 1 TO WS-COUNT-DISBURSED.
           ADD WS-NET-TO-PAY TO WS-TOTAL-DISBURSED.

       MARK-LEDGER-PAID.
           MOVE RM-RUN-DATE TO PL-RUN-DATE.
           MOVE RM-MERCHANT-ID TO PL-MERCHANT-ID.
           MOVE RM-CURRENCY-CODE TO PL-CURRENCY-CODE.
           SET PL-STATUS-PAID TO TRUE.
           MOVE RM-NET-PAYABLE TO PL-GROSS-AMOUNT.
           MOVE WS-OFFSET-AMOUNT TO PL-OFFSET-AMOUNT.
           MOVE WS-NET-TO-PAY TO PL-NET-AMOUNT.
           MOVE CW-CURRENT-DATE TO PL-PAYOUT-DATE.
           MOVE CC-VERSION TO PL-VERSION.
           WRITE PAYOUT-LEDGER-RECORD
           MOVE RM-MERCHANT-ID TO PL-MERCHANT-ID.
           MOVE RM-CURRENCY-CODE TO PL-CURRENCY-CODE.
           SET PL-STATUS-UNPAID TO TRUE.
      *    Nothing is offset until money actually goes out - the
      *    receivable is applied on the run that pays.
           MOVE RM-NET-PAYABLE TO PL-GROSS-AMOUNT.
           MOVE ZERO TO PL-OFFSET-AMOUNT.
           MOVE RM-NET-PAYABLE TO PL-NET-AMOUNT.
           MOVE ZERO TO PL-PAYOUT-DATE.
           MOVE CC-VERSION TO PL-VERSION.
           CLOSE REMIT-EXTRACT-FILE.
           CLOSE MERCHANT-MASTER-FILE.
           CLOSE PAYOUT-LEDGER-FILE.
           CLOSE MERCH-RECEIVABLE-FILE.
           CLOSE PAYOUT-INSTRUCT-FILE.
           CLOSE PAYOUT-EXCEPTION-FILE.
