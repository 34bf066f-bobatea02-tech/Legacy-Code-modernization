      * big night the old per-record SYSOUT lines ran to millions
      * and stretched the batch window. Run-level banners and the
      * end-of-run control totals stay on SYSOUT.
      * A payment VALIDATION returns with status H (the customer's
      * KYC review is overdue past its grace period) is held to
      * PENDREV under the H004 reason like any other hold; a bulk
      * whose funding customer is in that state is rejected whole,
      * as a bulk cannot wait in review as a unit.
      * Funds checks, earmarks and postings name the currency of
      * the amount, so FUNDSCHECK can put a payment to an account
      * held in another currency in the account's own currency;
      * the posting applies PAYMENT's converted debit. The FX
      * margin PAYMENT earned on those debits is totalled per
      * account currency, carried on the checkpoint, and cut to
      * the GL as its own FX MARGIN REVENUE line against cash
      * clearing, so treasury can see FX revenue.
      * SCREENING is told the merchant, account and currency of the
      * payment; a first payment to a new payee it holds (status P)
      * goes to PENDREV under its own H005 reason.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      * Takes back from PAYMENT the tax charged on each fee, keeps
      * it out of the principal, totals it per currency and method
      * (carried on the checkpoint) and cuts it to the GL as its
      * own FEE TAX PAYABLE line against cash clearing.
      * A 'D' in PARM position 17, after the checkpoint interval,
      * makes the run a dry run: RUN-MODE is set so every keyed
      * control file is only read and postings go to the shadow log
      * under the dry-run id range; the run never restarts, takes
      * no checkpoints, writes no heartbeat, leaves the run-control
      * file alone and does not settle inline. Its sequential
      * outputs are the shadow datasets the DRYRUN job names.
      * A month-end account service charge (channel SVCCHG, cut by
      * SERVICE-CHARGE-GEN) is owed whatever the balance and may
      * repeat one amount across a customer's accounts, so like a
      * reversal it goes from validation straight to posting - no
      * duplicate, velocity or payee screening, funds check or
      * second approval.
      * A service charge, or a reversal on channel SVCCHG waiving
      * one, is the house's own revenue and not a payment: it is
      * totalled apart from the principal per currency (carried on
      * the checkpoint) and cut to the GL against cash clearing as
      * SERVICE CHARGE REVENUE, never through principal clearing.
      * Names its job - PAYRUN01, or PYRNnnnn for a partition - to
      * the forward-recovery journal at start, so every balance,
      * duplicate, velocity and counter update its calls make is
      * journaled under the job that made it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-VALIDATION-STATUS    PIC X VALUE SPACE.
           88 VALID-PAYMENT        VALUE 'Y'.
           88 INVALID-PAYMENT      VALUE 'N'.
           88 REVIEW-HOLD          VALUE 'H'.
       01  WS-PROCESS-STATUS       PIC X VALUE SPACE.
           88 PROCESS-SUCCESS      VALUE 'P'.
           88 PROCESS-FAILURE      VALUE 'F' 'L' 'H' 'E'.
           88 SCREEN-HELD          VALUE 'H'.
           88 SCREEN-CLEAR         VALUE 'C'.
           88 SCREEN-WATCH-HELD    VALUE 'W'.
           88 SCREEN-PAYEE-HELD    VALUE 'P'.
       01  WS-PROCESSING-FEE       PIC S9(5)V99 VALUE ZEROS.
       01  WS-TOTAL-AMOUNT         PIC S9(7)V99 VALUE ZEROS.
       01  WS-TRANSACTION-TYPE     PIC X VALUE 'O'.
       01  WS-FUNDS-STATUS         PIC X VALUE 'A'.
           88 FUNDS-AVAILABLE      VALUE 'A'.
           88 FUNDS-SHORT          VALUE 'S'.
       01  WS-FUNDS-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-DEBIT-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       01  WS-DEBIT-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-FX-MARGIN-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       01  WS-FEE-TAX-AMOUNT       PIC S9(5)V99 VALUE ZERO.
       01  WS-FUNDS-RESERVED-SW    PIC X VALUE 'N'.
           88 FUNDS-RESERVED       VALUE 'Y'.
       01  WS-LOG-PROGRAM          PIC X(8) VALUE "MAIN".
               10  WS-CT-COUNT         PIC 9(7).
               10  WS-CT-BASE-AMOUNT   PIC S9(9)V99.
               10  WS-CT-FEES          PIC S9(7)V99.
               10  WS-CT-FEE-TAX       PIC S9(7)V99.
      *    FX margin earned on cross-currency debits, per account
      *    currency, for the FX MARGIN REVENUE GL line.
       01  WS-FM-IDX               PIC 9(2) VALUE ZERO.
       01  WS-FM-FOUND-IDX         PIC 9(2) VALUE ZERO.
       01  WS-FX-MARGIN-TOTALS.
           05  WS-FM-ENTRY OCCURS 10 TIMES.
               10  WS-FM-CURRENCY      PIC X(3).
               10  WS-FM-AMOUNT        PIC S9(9)V99.
      *    Service charges taken (less any waived), per currency,
      *    for the SERVICE CHARGE REVENUE GL line.
       01  WS-SC-IDX               PIC 9(2) VALUE ZERO.
       01  WS-SC-FOUND-IDX         PIC 9(2) VALUE ZERO.
       01  WS-SERVICE-CHARGE-TOTALS.
           05  WS-SC-ENTRY OCCURS 10 TIMES.
               10  WS-SC-CURRENCY      PIC X(3).
               10  WS-SC-COUNT         PIC 9(7).
               10  WS-SC-AMOUNT        PIC S9(9)V99.

       01  WS-JOB-NAME             PIC X(8) VALUE "PAYRUN01".
       01  WS-PARTITION-ID         PIC X(4) VALUE SPACES.
      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'N'.
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE SPACES.
       01  WS-JRNL-ACTION          PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.
       01  WS-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-CHECKPOINT-INTERVAL  PIC 9(5) VALUE 100.
      *    Run mode - see RUN-MODE.
       01  WS-MODE-FUNCTION        PIC X VALUE 'S'.
       01  WS-RUN-MODE             PIC X VALUE SPACE.
           88 DRY-RUN              VALUE 'D'.
       01  WS-RESTART-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CHECKPOINT-QUOTIENT  PIC 9(7) VALUE ZERO.
       01  WS-CHECKPOINT-REMAINDER PIC 9(5) VALUE ZERO.
       01  WS-HEARTBEAT-TIME       PIC 9(6) VALUE ZERO.
       01  WS-STEP-STATUS          PIC X VALUE 'R'.
       01  WS-CHANNEL-ID           PIC X(8) VALUE SPACES.
           88 CHANNEL-SERVICE-CHARGE  VALUE "SVCCHG".
       01  WS-CHANNEL-REF          PIC X(16) VALUE SPACES.
       01  WS-ACK-DISPOSITION      PIC X VALUE SPACE.
       01  WS-ACCOUNT-NUMBER       PIC 9(4) VALUE ZERO.
       01  WS-EXPECTED-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-EXPECTED-VALIDATED   PIC 9(9) VALUE ZERO.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "MAIN".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       LINKAGE SECTION.
       01  LK-RESTART-PARM.
           05  LK-PARM-LENGTH      PIC S9(4) COMP.
               10  LK-PARM-RESTART PIC X(7).
               10  LK-PARM-PARTITION PIC X(4).
               10  LK-PARM-CKPT-INTERVAL PIC X(5).
               10  LK-PARM-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RESTART-PARM.
       MAIN-LOGIC.

           PERFORM INIT-CURRENCY-TABLE VARYING WS-CT-IDX
               FROM 1 BY 1 UNTIL WS-CT-IDX > 15.
           PERFORM INIT-FX-MARGIN-TABLE VARYING WS-FM-IDX
               FROM 1 BY 1 UNTIL WS-FM-IDX > 10.
           PERFORM INIT-SERVICE-CHARGE-TABLE VARYING WS-SC-IDX
               FROM 1 BY 1 UNTIL WS-SC-IDX > 10.

           PERFORM LOAD-APPROVAL-THRESHOLDS.

           IF WS-PARTITION-ID NOT = SPACES
               STRING "PYRN" WS-PARTITION-ID DELIMITED BY SIZE
                   INTO WS-JOB-NAME
               STRING "MAIN" WS-PARTITION-ID DELIMITED BY SIZE
                   INTO WS-STEP-NAME
               DISPLAY "MAIN: RUNNING PARTITION " WS-PARTITION-ID
           END-IF.
           PERFORM NAME-JOURNAL-JOB.

      *    A dry run is always a complete run from the top, and
      *    leaves no trace on the run-control or checkpoint files.
           IF DRY-RUN
               CALL 'RUN-MODE' USING WS-MODE-FUNCTION
                                     WS-RUN-MODE
               MOVE ZERO TO WS-RESTART-COUNT
               DISPLAY "MAIN: DRY RUN - CONTROL FILES READ ONLY, "
                       "POSTINGS TO SHADOW LOG"
           ELSE
               PERFORM CHECK-STEP-CONTROL
               PERFORM OPEN-CHECKPOINT-FILE
           END-IF.

           IF WS-RESTART-COUNT > ZERO
               PERFORM RESTORE-CHECKPOINT-FIELDS
      *    its own step (SETTLEMENT-RUN) after every partition and
      *    the summary merge have completed. An unpartitioned run
      *    settles inline as it always has.
      *    A dry run's settlement is SETTLEMENT-RUN's, against the
      *    shadow log.
           IF WS-PARTITION-ID = SPACES
              AND NOT DRY-RUN
               CALL 'SETTLEMENT' USING CW-CURRENT-DATE
           END-IF.

      *    The final heartbeat marks the step complete, so the
      *    monitor stops watching for staleness.
           MOVE 'C' TO WS-STEP-STATUS.
           IF NOT DRY-RUN
               PERFORM WRITE-HEARTBEAT
           END-IF.
           IF JOB-STATUS-OPEN
               CLOSE JOB-STATUS-FILE
           END-IF.
           DISPLAY "=================================".
           DISPLAY "SYSTEM TERMINATED".
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           MOVE WS-RECORD-COUNT TO WS-STEP-COUNT-READ.
           MOVE WS-COUNT-PROCESSED TO WS-STEP-COUNT-WRITTEN.
           MOVE WS-COUNT-REJECTED TO WS-STEP-COUNT-REJECTED.
           IF NOT DRY-RUN
               PERFORM STAMP-STEP-CONTROL
           END-IF.
           STOP RUN.

       READ-BUSINESS-DATE.
           MOVE ZERO TO WS-CT-COUNT (WS-CT-IDX).
           MOVE ZERO TO WS-CT-BASE-AMOUNT (WS-CT-IDX).
           MOVE ZERO TO WS-CT-FEES (WS-CT-IDX).
           MOVE ZERO TO WS-CT-FEE-TAX (WS-CT-IDX).

       INIT-FX-MARGIN-TABLE.
           MOVE SPACES TO WS-FM-CURRENCY (WS-FM-IDX).
           MOVE ZERO TO WS-FM-AMOUNT (WS-FM-IDX).

       INIT-SERVICE-CHARGE-TABLE.
           MOVE SPACES TO WS-SC-CURRENCY (WS-SC-IDX).
           MOVE ZERO TO WS-SC-COUNT (WS-SC-IDX).
           MOVE ZERO TO WS-SC-AMOUNT (WS-SC-IDX).

       NAME-JOURNAL-JOB.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JOB-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.

       OPEN-TRANS-FILE.
           OPEN INPUT PAYMENT-TRANS-FILE.
               MOVE "VALIDATION PASSED" TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               IF TRANSACTION-IS-REVERSAL
                  OR CHANNEL-SERVICE-CHARGE
      *            A reversal repeats the original customer id and
      *            amount by design, so the duplicate/velocity checks
      *            would always flag it - skip straight to posting.
      *            A service charge is the house's own debit: it
      *            posts even into overdraft, unscreened.
                   PERFORM PROCESS-PAYMENT
               ELSE
                   CALL 'DUPCHECK' USING WS-CUSTOMER-ID
                                              CW-CURRENT-DATE
                                              CW-CURRENT-TIME
                                              WS-SCREEN-STATUS
                                              WS-MERCHANT-ID
                                              WS-ACCOUNT-NUMBER
                                              WS-CURRENCY-CODE
                       IF SCREEN-WATCH-HELD
                           MOVE 'W' TO WS-LOG-LEVEL
                           MOVE SPACES TO WS-LOG-MESSAGE
                           MOVE "HELD BY VELOCITY SCREENING" TO
                               CW-ERROR-MESSAGE
                           PERFORM WRITE-HELD-RECORD
                       ELSE
                       IF SCREEN-PAYEE-HELD
                           MOVE 'W' TO WS-LOG-LEVEL
                           MOVE SPACES TO WS-LOG-MESSAGE
                           STRING "FIRST PAYEE HELD - CUSTOMER "
                               WS-CUSTOMER-ID DELIMITED BY SIZE
                               INTO WS-LOG-MESSAGE
                           PERFORM WRITE-RUN-LOG
                           MOVE 'H' TO WS-PROCESS-STATUS
                           ADD 1 TO WS-COUNT-HELD
                           MOVE "H005" TO CW-ERROR-CODE
                           MOVE "HELD - FIRST PAYMENT TO NEW PAYEE" TO
                               CW-ERROR-MESSAGE
                           PERFORM WRITE-HELD-RECORD
                       ELSE
                           PERFORM CHECK-FUNDS-AVAILABLE
                           IF FUNDS-SHORT
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
           IF REVIEW-HOLD
      *        The customer's KYC review has lapsed past its grace
      *        period - the payment waits in HELD-REVIEW with the
      *        H004 reason VALIDATION set.
               MOVE 'W' TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "KYC REVIEW HELD - CUSTOMER "
                   WS-CUSTOMER-ID DELIMITED BY SIZE
                   INTO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 'H' TO WS-PROCESS-STATUS
               ADD 1 TO WS-COUNT-HELD
               PERFORM WRITE-HELD-RECORD
           ELSE
               ADD 1 TO WS-COUNT-REJECTED
               PERFORM TALLY-REJECTION-REASON
                   INTO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 'F' TO WS-PROCESS-STATUS
           END-IF
           END-IF.

           MOVE 'T' TO WS-LOG-LEVEL.
               GIVING WS-CHECKPOINT-QUOTIENT
               REMAINDER WS-CHECKPOINT-REMAINDER.
           IF WS-CHECKPOINT-REMAINDER = ZERO
              AND NOT DRY-RUN
               PERFORM WRITE-CHECKPOINT
               PERFORM WRITE-HEARTBEAT
           END-IF.
      *    gives back) its own share as it posts or bounces.
           MOVE 'R' TO WS-FUNDS-FUNCTION.
           MOVE WS-BULK-LEG-SUM TO WS-FUNDS-AMOUNT.
           MOVE WS-BULK-CURRENCY TO WS-FUNDS-CURRENCY.
           MOVE 'A' TO WS-FUNDS-STATUS.
           CALL 'FUNDSCHECK' USING WS-FUNDS-FUNCTION
                                   WS-BULK-CUSTOMER-ID
                                   CW-CURRENT-DATE
                                   CW-CURRENT-TIME
                                   WS-FUNDS-STATUS
                                   WS-TRANSACTION-ID
                                   WS-FUNDS-CURRENCY.

       POST-BULK-LEGS.
           ADD 1 TO WS-COUNT-BULK-HEADERS.
               ADD 1 TO WS-COUNT-PROCESSED
               COMPUTE WS-BASE-AMOUNT-SIGNED =
                   WS-TOTAL-AMOUNT - WS-PROCESSING-FEE
                   - WS-FEE-TAX-AMOUNT
      *        A service charge is revenue, not principal - it
      *        stays out of the principal and per-method totals.
               IF CHANNEL-SERVICE-CHARGE
                   PERFORM ADD-TO-SERVICE-CHARGE-TOTALS
               ELSE
                   ADD WS-BASE-AMOUNT-SIGNED TO WS-TOTAL-BASE-AMOUNT
                   ADD WS-PROCESSING-FEE TO WS-TOTAL-FEES-COLLECTED
                   PERFORM ADD-TO-CURRENCY-TOTALS
               END-IF
               ADD WS-BASE-EQUIV-AMOUNT TO WS-TOTAL-BASE-EQUIV
               IF WS-FX-MARGIN-AMOUNT NOT = ZERO
                   PERFORM ADD-TO-FX-MARGIN-TOTALS
               END-IF
               IF FUNDS-RESERVED
      *            Posting consumes the earmark the reserve took.
                   PERFORM RELEASE-FUNDS-EARMARK
                                WS-CHANNEL-REF
                                WS-BULK-ID
                                WS-ACCOUNT-NUMBER
                                WS-FEE-BEARER
                                WS-DEBIT-AMOUNT
                                WS-DEBIT-CURRENCY
                                WS-FX-MARGIN-AMOUNT
                                WS-FEE-TAX-AMOUNT.
           IF PROCESS-IS-SYSTEM-ERROR
              AND WS-RETRY-COUNT < CC-MAX-RETRIES
               MOVE 'W' TO WS-LOG-LEVEL
      *    or is given back if it never does.
           MOVE 'R' TO WS-FUNDS-FUNCTION.
           MOVE WS-PAYMENT-AMOUNT TO WS-FUNDS-AMOUNT.
           MOVE WS-CURRENCY-CODE TO WS-FUNDS-CURRENCY.
           MOVE 'A' TO WS-FUNDS-STATUS.
           MOVE 'N' TO WS-FUNDS-RESERVED-SW.
           CALL 'FUNDSCHECK' USING WS-FUNDS-FUNCTION
                                   CW-CURRENT-DATE
                                   CW-CURRENT-TIME
                                   WS-FUNDS-STATUS
                                   WS-TRANSACTION-ID
                                   WS-FUNDS-CURRENCY.
           IF FUNDS-AVAILABLE
               SET FUNDS-RESERVED TO TRUE
           END-IF.
       RELEASE-FUNDS-EARMARK.
           MOVE 'L' TO WS-FUNDS-FUNCTION.
           MOVE WS-PAYMENT-AMOUNT TO WS-FUNDS-AMOUNT.
           MOVE WS-CURRENCY-CODE TO WS-FUNDS-CURRENCY.
           CALL 'FUNDSCHECK' USING WS-FUNDS-FUNCTION
                                   WS-CUSTOMER-ID
                                   WS-ACCOUNT-NUMBER
                                   CW-CURRENT-DATE
                                   CW-CURRENT-TIME
                                   WS-FUNDS-STATUS
                                   WS-TRANSACTION-ID
                                   WS-FUNDS-CURRENCY.
           MOVE 'N' TO WS-FUNDS-RESERVED-SW.

       APPLY-FUNDS-POSTING.
      *    The posted debit is signed - a reversal's negative debit
      *    puts the customer's funds back. It is already in the
      *    account's own currency, so FUNDSCHECK applies it as is.
           MOVE 'P' TO WS-FUNDS-FUNCTION.
           MOVE WS-DEBIT-AMOUNT TO WS-FUNDS-AMOUNT.
           MOVE WS-DEBIT-CURRENCY TO WS-FUNDS-CURRENCY.
           CALL 'FUNDSCHECK' USING WS-FUNDS-FUNCTION
                                   WS-CUSTOMER-ID
                                   WS-ACCOUNT-NUMBER
                                   CW-CURRENT-DATE
                                   CW-CURRENT-TIME
                                   WS-FUNDS-STATUS
                                   WS-TRANSACTION-ID
                                   WS-FUNDS-CURRENCY.

       ADD-TO-CURRENCY-TOTALS.
           MOVE ZERO TO WS-CT-FOUND-IDX.
               ADD WS-BASE-AMOUNT-SIGNED TO
                   WS-CT-BASE-AMOUNT (WS-CT-FOUND-IDX)
               ADD WS-PROCESSING-FEE TO WS-CT-FEES (WS-CT-FOUND-IDX)
               ADD WS-FEE-TAX-AMOUNT TO
                   WS-CT-FEE-TAX (WS-CT-FOUND-IDX)
           END-IF.

       ADD-TO-FX-MARGIN-TOTALS.
           MOVE ZERO TO WS-FM-FOUND-IDX.
           PERFORM FIND-FX-MARGIN-ENTRY VARYING WS-FM-IDX
               FROM 1 BY 1 UNTIL WS-FM-IDX > 10.
           IF WS-FM-FOUND-IDX = ZERO
               DISPLAY "MAIN: FX MARGIN TABLE FULL - "
                       WS-DEBIT-CURRENCY " NOT SEGREGATED"
           ELSE
               MOVE WS-DEBIT-CURRENCY TO
                   WS-FM-CURRENCY (WS-FM-FOUND-IDX)
               ADD WS-FX-MARGIN-AMOUNT TO
                   WS-FM-AMOUNT (WS-FM-FOUND-IDX)
           END-IF.

       ADD-TO-SERVICE-CHARGE-TOTALS.
           MOVE ZERO TO WS-SC-FOUND-IDX.
           PERFORM FIND-SERVICE-CHARGE-ENTRY VARYING WS-SC-IDX
               FROM 1 BY 1 UNTIL WS-SC-IDX > 10.
           IF WS-SC-FOUND-IDX = ZERO
               DISPLAY "MAIN: SERVICE CHARGE TABLE FULL - "
                       WS-CURRENCY-CODE " NOT SEGREGATED"
           ELSE
               MOVE WS-CURRENCY-CODE TO
                   WS-SC-CURRENCY (WS-SC-FOUND-IDX)
               ADD 1 TO WS-SC-COUNT (WS-SC-FOUND-IDX)
               ADD WS-BASE-AMOUNT-SIGNED TO
                   WS-SC-AMOUNT (WS-SC-FOUND-IDX)
           END-IF.

       FIND-SERVICE-CHARGE-ENTRY.
           IF WS-SC-FOUND-IDX = ZERO
              AND (WS-SC-CURRENCY (WS-SC-IDX) = WS-CURRENCY-CODE
                   OR WS-SC-CURRENCY (WS-SC-IDX) = SPACES)
               MOVE WS-SC-IDX TO WS-SC-FOUND-IDX
           END-IF.

       FIND-FX-MARGIN-ENTRY.
           IF WS-FM-FOUND-IDX = ZERO
              AND (WS-FM-CURRENCY (WS-FM-IDX) = WS-DEBIT-CURRENCY
                   OR WS-FM-CURRENCY (WS-FM-IDX) = SPACES)
               MOVE WS-FM-IDX TO WS-FM-FOUND-IDX
           END-IF.

       FIND-CURRENCY-ENTRY.
           DISPLAY "TOTAL FEES COLLECTED:   " WS-TOTAL-FEES-COLLECTED.
           PERFORM DISPLAY-CURRENCY-TOTALS VARYING WS-CT-IDX
               FROM 1 BY 1 UNTIL WS-CT-IDX > 15.
           PERFORM DISPLAY-FX-MARGIN-TOTALS VARYING WS-FM-IDX
               FROM 1 BY 1 UNTIL WS-FM-IDX > 10.
           PERFORM DISPLAY-SERVICE-CHARGE-TOTALS VARYING WS-SC-IDX
               FROM 1 BY 1 UNTIL WS-SC-IDX > 10.
           DISPLAY "BASE EQUIV (USD) VOLUME:" WS-TOTAL-BASE-EQUIV.

           PERFORM WRITE-GL-EXTRACT.
                       " COUNT: " WS-CT-COUNT (WS-CT-IDX)
                       " BASE: " WS-CT-BASE-AMOUNT (WS-CT-IDX)
                       " FEES: " WS-CT-FEES (WS-CT-IDX)
                       " TAX: " WS-CT-FEE-TAX (WS-CT-IDX)
           END-IF.

       DISPLAY-FX-MARGIN-TOTALS.
           IF WS-FM-CURRENCY (WS-FM-IDX) NOT = SPACES
               DISPLAY "  " WS-FM-CURRENCY (WS-FM-IDX)
                       " FX MARGIN: " WS-FM-AMOUNT (WS-FM-IDX)
           END-IF.

       DISPLAY-SERVICE-CHARGE-TOTALS.
           IF WS-SC-CURRENCY (WS-SC-IDX) NOT = SPACES
               DISPLAY "  " WS-SC-CURRENCY (WS-SC-IDX)
                       " SERVICE CHARGES COUNT: "
                       WS-SC-COUNT (WS-SC-IDX)
                       " AMOUNT: " WS-SC-AMOUNT (WS-SC-IDX)
           END-IF.

       WRITE-SUMMARY-EXTRACT.
      *    ledger.
           PERFORM WRITE-GL-CURRENCY-LINES VARYING WS-CT-IDX
               FROM 1 BY 1 UNTIL WS-CT-IDX > 15.
           PERFORM WRITE-GL-FX-MARGIN-LINES VARYING WS-FM-IDX
               FROM 1 BY 1 UNTIL WS-FM-IDX > 10.
           PERFORM WRITE-GL-SERVICE-CHARGE-LINES VARYING WS-SC-IDX
               FROM 1 BY 1 UNTIL WS-SC-IDX > 10.
      *    Memo line only - the consolidated base-currency volume is
      *    for reporting, not a posting leg.
           MOVE "900000" TO GL-ACCOUNT-NUMBER.
               MOVE "CASH CLEARING" TO GL-ACCOUNT-NAME
               COMPUTE WS-GL-AMOUNT =
                   WS-CT-BASE-AMOUNT (WS-CT-IDX) +
                   WS-CT-FEES (WS-CT-IDX) +
                   WS-CT-FEE-TAX (WS-CT-IDX)
               IF WS-GL-AMOUNT < ZERO
                   SET GL-IS-CREDIT TO TRUE
               ELSE
               END-IF
               MOVE WS-CT-FEES (WS-CT-IDX) TO WS-GL-AMOUNT
               PERFORM WRITE-GL-EXTRACT-RECORD

      *        Tax charged on the fees is owed to the tax authority,
      *        not earned - it goes to its own payable line.
               IF WS-CT-FEE-TAX (WS-CT-IDX) NOT = ZERO
                   MOVE "260000" TO GL-ACCOUNT-NUMBER
                   MOVE "FEE TAX PAYABLE" TO GL-ACCOUNT-NAME
                   IF WS-CT-FEE-TAX (WS-CT-IDX) < ZERO
                       SET GL-IS-DEBIT TO TRUE
                   ELSE
                       SET GL-IS-CREDIT TO TRUE
                   END-IF
                   MOVE WS-CT-FEE-TAX (WS-CT-IDX) TO WS-GL-AMOUNT
                   PERFORM WRITE-GL-EXTRACT-RECORD
               END-IF
           END-IF.

       WRITE-GL-FX-MARGIN-LINES.
      *    The margin is debited to the customer on top of the
      *    converted amount - it lands in cash clearing with the
      *    rest of the debit and is earned as FX revenue, in the
      *    account currency it was charged in.
           IF WS-FM-CURRENCY (WS-FM-IDX) NOT = SPACES
               MOVE WS-FM-CURRENCY (WS-FM-IDX) TO GL-CURRENCY-CODE
               MOVE '*' TO GL-PAYMENT-METHOD
               MOVE WS-FM-AMOUNT (WS-FM-IDX) TO WS-GL-AMOUNT
               MOVE "100000" TO GL-ACCOUNT-NUMBER
               MOVE "CASH CLEARING" TO GL-ACCOUNT-NAME
               IF WS-GL-AMOUNT < ZERO
                   SET GL-IS-CREDIT TO TRUE
               ELSE
                   SET GL-IS-DEBIT TO TRUE
               END-IF
               PERFORM WRITE-GL-EXTRACT-RECORD

               MOVE "450000" TO GL-ACCOUNT-NUMBER
               MOVE "FX MARGIN REVENUE" TO GL-ACCOUNT-NAME
               IF WS-GL-AMOUNT < ZERO
                   SET GL-IS-DEBIT TO TRUE
               ELSE
                   SET GL-IS-CREDIT TO TRUE
               END-IF
               PERFORM WRITE-GL-EXTRACT-RECORD
           END-IF.

       WRITE-GL-SERVICE-CHARGE-LINES.
      *    The charge is taken from the customer's balance into cash
      *    clearing and earned by the house - no merchant is owed it
      *    and no network moves it, so it never touches principal
      *    clearing. Waivers net against it in the same currency.
           IF WS-SC-CURRENCY (WS-SC-IDX) NOT = SPACES
               MOVE WS-SC-CURRENCY (WS-SC-IDX) TO GL-CURRENCY-CODE
               MOVE '*' TO GL-PAYMENT-METHOD
               MOVE WS-SC-AMOUNT (WS-SC-IDX) TO WS-GL-AMOUNT
               MOVE "100000" TO GL-ACCOUNT-NUMBER
               MOVE "CASH CLEARING" TO GL-ACCOUNT-NAME
               IF WS-GL-AMOUNT < ZERO
                   SET GL-IS-CREDIT TO TRUE
               ELSE
                   SET GL-IS-DEBIT TO TRUE
               END-IF
               PERFORM WRITE-GL-EXTRACT-RECORD

               MOVE "410000" TO GL-ACCOUNT-NUMBER
               MOVE "SERVICE CHARGE REVENUE" TO GL-ACCOUNT-NAME
               IF WS-GL-AMOUNT < ZERO
                   SET GL-IS-DEBIT TO TRUE
               ELSE
                   SET GL-IS-CREDIT TO TRUE
               END-IF
               PERFORM WRITE-GL-EXTRACT-RECORD
           END-IF.

       WRITE-GL-EXTRACT-RECORD.
                       MOVE LK-PARM-CKPT-INTERVAL TO
                           WS-CHECKPOINT-INTERVAL
                   END-IF
      *            and after it the run mode.
                   IF LK-PARM-LENGTH > 16
                       MOVE LK-PARM-RUN-MODE TO WS-RUN-MODE
                   END-IF
               END-IF
           END-IF.

           MOVE WS-TOTAL-BASE-EQUIV TO CK-TOTAL-BASE-EQUIV.
           PERFORM COPY-CURRENCY-TO-CHECKPOINT VARYING WS-CT-IDX
               FROM 1 BY 1 UNTIL WS-CT-IDX > 15.
           PERFORM COPY-FX-MARGIN-TO-CHECKPOINT VARYING WS-FM-IDX
               FROM 1 BY 1 UNTIL WS-FM-IDX > 10.
           PERFORM COPY-SVC-CHARGE-TO-CHECKPOINT VARYING WS-SC-IDX
               FROM 1 BY 1 UNTIL WS-SC-IDX > 10.

       COPY-CURRENCY-TO-CHECKPOINT.
           MOVE WS-CT-ENTRY (WS-CT-IDX) TO
               CK-CURRENCY-TOTALS (WS-CT-IDX).

       COPY-FX-MARGIN-TO-CHECKPOINT.
           MOVE WS-FM-ENTRY (WS-FM-IDX) TO
               CK-FX-MARGIN-TOTALS (WS-FM-IDX).

       COPY-SVC-CHARGE-TO-CHECKPOINT.
           MOVE WS-SC-ENTRY (WS-SC-IDX) TO
               CK-SERVICE-CHARGE-TOTALS (WS-SC-IDX).

       RESTORE-CHECKPOINT-FIELDS.
           MOVE WS-JOB-NAME TO CK-JOB-NAME.
           READ CHECKPOINT-FILE
                   MOVE CK-TOTAL-BASE-EQUIV TO WS-TOTAL-BASE-EQUIV
                   PERFORM RESTORE-CURRENCY-TOTALS VARYING WS-CT-IDX
                       FROM 1 BY 1 UNTIL WS-CT-IDX > 15
                   PERFORM RESTORE-FX-MARGIN-TOTALS VARYING WS-FM-IDX
                       FROM 1 BY 1 UNTIL WS-FM-IDX > 10
                   PERFORM RESTORE-SVC-CHARGE-TOTALS VARYING WS-SC-IDX
                       FROM 1 BY 1 UNTIL WS-SC-IDX > 10
           END-READ.

       RESTORE-CURRENCY-TOTALS.
           MOVE CK-CURRENCY-TOTALS (WS-CT-IDX) TO
               WS-CT-ENTRY (WS-CT-IDX).
      *    A checkpoint from before the fee tax was carried has
      *    nothing there - start that total clean.
           IF WS-CT-FEE-TAX (WS-CT-IDX) NOT NUMERIC
               MOVE ZERO TO WS-CT-FEE-TAX (WS-CT-IDX)
           END-IF.

       RESTORE-FX-MARGIN-TOTALS.
      *    A checkpoint from before the margin was carried has
      *    nothing there - start those totals clean.
           IF CK-FM-CURRENCY (WS-FM-IDX) = SPACES
              OR CK-FM-AMOUNT (WS-FM-IDX) NOT NUMERIC
               PERFORM INIT-FX-MARGIN-TABLE
           ELSE
               MOVE CK-FX-MARGIN-TOTALS (WS-FM-IDX) TO
                   WS-FM-ENTRY (WS-FM-IDX)
           END-IF.

       RESTORE-SVC-CHARGE-TOTALS.
      *    A checkpoint from before service charges were carried
      *    has nothing there - start those totals clean.
           IF CK-SC-CURRENCY (WS-SC-IDX) = SPACES
              OR CK-SC-COUNT (WS-SC-IDX) NOT NUMERIC
              OR CK-SC-AMOUNT (WS-SC-IDX) NOT NUMERIC
               PERFORM INIT-SERVICE-CHARGE-TABLE
           ELSE
               MOVE CK-SERVICE-CHARGE-TOTALS (WS-SC-IDX) TO
                   WS-SC-ENTRY (WS-SC-IDX)
           END-IF.

       CLOSE-TRANS-FILE.
           CLOSE PAYMENT-TRANS-FILE.
           IF NOT DRY-RUN
               CLOSE CHECKPOINT-FILE
           END-IF.
           CLOSE REJECT-FILE.
           CLOSE GL-EXTRACT-FILE.
           CLOSE NOTIFICATION-FILE.
           CLOSE PENDING-REVIEW-FILE.
           CLOSE APPROVAL-QUEUE-FILE.
           CLOSE CHANNEL-ACK-FILE.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "MAIN: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "MAIN: RUN CONTROL UNAVAILABLE"
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
