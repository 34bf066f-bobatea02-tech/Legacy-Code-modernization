      * day's activity.
      * Per-record shortfall, overdraft and error messages go
      * through the leveled RUNLOG facility instead of raw DISPLAY.
      * The caller now names the currency the amount is in. An
      * account held in another currency (ACCTMAST) is checked,
      * earmarked and posted in its own currency - ACCTFX converts
      * the amount at the day's cross rate plus the FX margin
      * first. A posting passes PAYMENT's debit, already in the
      * account currency, so it goes on unconverted; spaces (a
      * backout of a posting from before the debit was carried)
      * also skip the conversion.
      * In a dry run (see RUN-MODE) CUSTBAL is opened for input only.
      * Each balance record the run would have rewritten is held,
      * as changed, in a storage overlay consulted ahead of the
      * file, so later items for the account see the balance the
      * live run would have left them.
      * Every balance record rewritten is passed, before and after,
      * to the forward-recovery journal (RCVJRNL), so a damaged
      * CUSTBAL can be restored and rolled forward to the point of
      * failure.
      *****************************************************************

       ENVIRONMENT DIVISION.
           88 CUST-BALANCE-OK      VALUE "00".
       01  WS-FILES-OPEN-SW        PIC X VALUE 'N'.
           88 CUST-BALANCE-OPEN    VALUE 'Y'.
      *    Run mode - see RUN-MODE.
       01  WS-MODE-FUNCTION        PIC X VALUE 'Q'.
       01  WS-RUN-MODE             PIC X VALUE SPACE.
           88 DRY-RUN              VALUE 'D'.
      *    Dry-run overlay - balance records as this run would have
      *    rewritten them.
       01  WS-BAL-OVERLAY-MAX      PIC 9(4) VALUE 5000.
       01  WS-BAL-OVERLAY-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-BAL-OVERLAY-IDX      PIC 9(4) VALUE ZERO.
       01  WS-BAL-OVERLAY-HIT      PIC 9(4) VALUE ZERO.
       01  WS-BAL-OVERLAY-SW       PIC X VALUE 'N'.
           88 BAL-OVERLAY-FOUND    VALUE 'Y'.
       01  WS-BAL-OVERLAY-TABLE.
           05  WS-BO-ENTRY OCCURS 5000 TIMES.
               10  WS-BO-BALANCE-KEY       PIC X(12).
               10  WS-BO-RECORD            PIC X(69).
       01  WS-OVERDRAFT-PARM-STATUS PIC XX VALUE "00".
           88 OVERDRAFT-PARM-OK    VALUE "00".
       01  WS-OD-PARM-LOADED-SW    PIC X VALUE 'N'.
           88 BALANCE-LEDGER-OPEN  VALUE 'Y'.
       01  WS-LEDGER-CHANGE        PIC S9(9)V99 VALUE ZERO.
       01  WS-LEDGER-SOURCE        PIC X VALUE SPACE.
      *    The amount in the account's own currency, and what
      *    ACCTFX hands back alongside it.
       01  WS-ACCOUNT-AMOUNT       PIC S9(9)V99 VALUE ZERO.
       01  WS-ACCOUNT-CURRENCY     PIC X(3) VALUE SPACES.
       01  WS-ACCOUNT-FX-RATE      PIC 9(3)V9(6) VALUE ZERO.
       01  WS-ACCOUNT-FX-MARGIN    PIC S9(9)V99 VALUE ZERO.
       01  WS-LOG-PROGRAM          PIC X(8) VALUE "FUNDSCHK".
       01  WS-LOG-LEVEL            PIC X VALUE 'I'.
       01  WS-LOG-MESSAGE          PIC X(80) VALUE SPACES.
      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'W'.
       01  WS-JRNL-NAME            PIC X(8) VALUE "FUNDSCHK".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE "CUSTBAL".
       01  WS-JRNL-ACTION          PIC X VALUE 'C'.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-FUNCTION-CODE        PIC X.
      *    Transaction id behind a P call, stamped on the movement
      *    ledger; zero/ignored on the other functions.
       01  LS-TRANSACTION-ID       PIC 9(10).
      *    Currency of LS-AMOUNT; spaces for an amount already in the
      *    account currency.
       01  LS-CURRENCY-CODE        PIC X(3).

       PROCEDURE DIVISION USING LS-FUNCTION-CODE
                                LS-CUSTOMER-ID
                                LS-CURRENT-DATE
                                LS-CURRENT-TIME
                                LS-FUNDS-STATUS
                                LS-TRANSACTION-ID
                                LS-CURRENCY-CODE.
       FUNDSCHECK-LOGIC.
           IF NOT CUST-BALANCE-OPEN
               PERFORM OPEN-CUST-BALANCE-FILE

           MOVE 'A' TO LS-FUNDS-STATUS.

           MOVE LS-AMOUNT TO WS-ACCOUNT-AMOUNT.
           IF LS-CURRENCY-CODE NOT = SPACES
               CALL 'ACCTFX' USING LS-CUSTOMER-ID
                                   LS-ACCOUNT-NUMBER
                                   LS-CURRENCY-CODE
                                   LS-AMOUNT
                                   LS-CURRENT-DATE
                                   WS-ACCOUNT-CURRENCY
                                   WS-ACCOUNT-AMOUNT
                                   WS-ACCOUNT-FX-RATE
                                   WS-ACCOUNT-FX-MARGIN
           END-IF.

           MOVE 'N' TO WS-BAL-OVERLAY-SW.
           IF DRY-RUN
               MOVE LS-CUSTOMER-ID TO CB-CUSTOMER-ID
               MOVE LS-ACCOUNT-NUMBER TO CB-ACCOUNT-NUMBER
               PERFORM FIND-BALANCE-OVERLAY
           END-IF.

           IF BAL-OVERLAY-FOUND
               MOVE WS-BO-RECORD (WS-BAL-OVERLAY-HIT) TO
                   CUST-BALANCE-RECORD
               PERFORM APPLY-BALANCE-FUNCTION
           ELSE
               IF CUST-BALANCE-OK
                   MOVE LS-CUSTOMER-ID TO CB-CUSTOMER-ID
                   MOVE LS-ACCOUNT-NUMBER TO CB-ACCOUNT-NUMBER
                   READ CUST-BALANCE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-BALANCE-RECORD TO
                               WS-JRNL-BEFORE-IMAGE
                           PERFORM APPLY-BALANCE-FUNCTION
                   END-READ
               ELSE
                   MOVE 'E' TO WS-LOG-LEVEL
                   MOVE "BALANCE FILE UNAVAILABLE - FUNDS NOT CHECKED"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

           GOBACK.

       APPLY-BALANCE-FUNCTION.
           EVALUATE TRUE
               WHEN FUNDS-FUNC-POST
                   PERFORM APPLY-POSTED-AMOUNT
               WHEN FUNDS-FUNC-RESERVE
                   PERFORM RESERVE-EARMARK
               WHEN FUNDS-FUNC-RELEASE
                   PERFORM RELEASE-EARMARK
               WHEN OTHER
                   PERFORM CHECK-AVAILABLE-FUNDS
           END-EVALUATE.

       OPEN-CUST-BALANCE-FILE.
           CALL 'RUN-MODE' USING WS-MODE-FUNCTION
                                 WS-RUN-MODE.
           IF DRY-RUN
               OPEN INPUT CUST-BALANCE-FILE
           ELSE
               OPEN I-O CUST-BALANCE-FILE
           END-IF.
           IF NOT CUST-BALANCE-OK
               DISPLAY "FUNDSCHECK: UNABLE TO OPEN CUSTBAL "
                       WS-CUST-BALANCE-STATUS
      *    the decline only bites past the bottom of the line -
      *    and outstanding earmarks are already spoken for.
           IF CB-AVAILABLE-AMOUNT + CB-CREDIT-LIMIT
              - CB-EARMARKED-AMOUNT < WS-ACCOUNT-AMOUNT
               MOVE 'S' TO LS-FUNDS-STATUS
               MOVE 'W' TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
       RESERVE-EARMARK.
           PERFORM CHECK-AVAILABLE-FUNDS.
           IF FUNDS-AVAILABLE
               ADD WS-ACCOUNT-AMOUNT TO CB-EARMARKED-AMOUNT
               IF CB-OLDEST-EARMARK-DATE = ZERO
                   MOVE LS-CURRENT-DATE TO CB-OLDEST-EARMARK-DATE
               END-IF
               IF DRY-RUN
                   PERFORM SAVE-BALANCE-OVERLAY
               ELSE
                   REWRITE CUST-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "FUNDSCHECK: ERROR REWRITING "
                                   "CUSTBAL " WS-CUST-BALANCE-STATUS
                       NOT INVALID KEY
                           PERFORM JOURNAL-BALANCE-CHANGE
                   END-REWRITE
               END-IF
           END-IF.

       RELEASE-EARMARK.
           SUBTRACT WS-ACCOUNT-AMOUNT FROM CB-EARMARKED-AMOUNT.
           IF CB-EARMARKED-AMOUNT < ZERO
      *        A release without a matching reserve means a caller
      *        out of step - clamp rather than inventing funds.
           IF CB-EARMARKED-AMOUNT = ZERO
               MOVE ZERO TO CB-OLDEST-EARMARK-DATE
           END-IF.
           IF DRY-RUN
               PERFORM SAVE-BALANCE-OVERLAY
           ELSE
               REWRITE CUST-BALANCE-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "ERROR REWRITING CUSTBAL "
                           WS-CUST-BALANCE-STATUS DELIMITED BY SIZE
                           INTO WS-LOG-MESSAGE
                       PERFORM WRITE-RUN-LOG
                   NOT INVALID KEY
                       PERFORM JOURNAL-BALANCE-CHANGE
               END-REWRITE
           END-IF.

       APPLY-POSTED-AMOUNT.
           MOVE CB-AVAILABLE-AMOUNT TO WS-BALANCE-BEFORE.
           SUBTRACT WS-ACCOUNT-AMOUNT FROM CB-AVAILABLE-AMOUNT.
           COMPUTE WS-LEDGER-CHANGE = ZERO - WS-ACCOUNT-AMOUNT.
           MOVE 'T' TO WS-LEDGER-SOURCE.
           PERFORM WRITE-BALANCE-LEDGER.
      *    Crossing below zero opens an overdraft excursion and
               MOVE ZERO TO CB-OVERDRAWN-SINCE-DATE
           END-IF.
           MOVE LS-CURRENT-DATE TO CB-LAST-UPDATE-DATE.
           IF DRY-RUN
               PERFORM SAVE-BALANCE-OVERLAY
           ELSE
               REWRITE CUST-BALANCE-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "ERROR REWRITING CUSTBAL "
                           WS-CUST-BALANCE-STATUS DELIMITED BY SIZE
                           INTO WS-LOG-MESSAGE
                       PERFORM WRITE-RUN-LOG
                   NOT INVALID KEY
                       PERFORM JOURNAL-BALANCE-CHANGE
               END-REWRITE
           END-IF.

       FIND-BALANCE-OVERLAY.
           MOVE ZERO TO WS-BAL-OVERLAY-HIT.
           PERFORM CHECK-BALANCE-OVERLAY-ENTRY
               VARYING WS-BAL-OVERLAY-IDX FROM 1 BY 1
               UNTIL WS-BAL-OVERLAY-IDX > WS-BAL-OVERLAY-COUNT
                  OR BAL-OVERLAY-FOUND.

       CHECK-BALANCE-OVERLAY-ENTRY.
           IF WS-BO-BALANCE-KEY (WS-BAL-OVERLAY-IDX) = CB-BALANCE-KEY
               MOVE WS-BAL-OVERLAY-IDX TO WS-BAL-OVERLAY-HIT
               SET BAL-OVERLAY-FOUND TO TRUE
           END-IF.

       SAVE-BALANCE-OVERLAY.
           IF NOT BAL-OVERLAY-FOUND
               IF WS-BAL-OVERLAY-COUNT < WS-BAL-OVERLAY-MAX
                   ADD 1 TO WS-BAL-OVERLAY-COUNT
                   MOVE WS-BAL-OVERLAY-COUNT TO WS-BAL-OVERLAY-HIT
                   MOVE CB-BALANCE-KEY TO
                       WS-BO-BALANCE-KEY (WS-BAL-OVERLAY-HIT)
                   SET BAL-OVERLAY-FOUND TO TRUE
               ELSE
                   DISPLAY "FUNDSCHECK: DRY-RUN BALANCE OVERLAY FULL"
                           " - DISCARDING " CB-BALANCE-KEY
               END-IF
           END-IF.
           IF BAL-OVERLAY-FOUND
               MOVE CUST-BALANCE-RECORD TO
                   WS-BO-RECORD (WS-BAL-OVERLAY-HIT)
           END-IF.

       JOURNAL-BALANCE-CHANGE.
           MOVE CUST-BALANCE-RECORD TO WS-JRNL-AFTER-IMAGE.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM
