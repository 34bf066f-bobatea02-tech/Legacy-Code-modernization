      * remittance - the bearer is stamped on the log so
      * MERCHANT-REMIT nets absorbed fees out of the payout and
      * the GL fee-revenue lines stay correct either way.
      * Applies the negotiated pricing agreement (PRICAGR) in force
      * for the payer or the payee on top of the FEESCHED band - an
      * override rate or a discount off the band rate, then the
      * agreement's per-item fee cap - and stamps the agreement id
      * on the log record. A customer agreement outranks a merchant
      * one; within a party, one narrowed to the currency or method
      * outranks a general one. A reversal carries the original's
      * agreement.
      * Prices the debit in the currency of the account it hits:
      * when ACCTMAST holds the account in another currency the
      * total converts at the day's cross rate plus the FXMPARM
      * margin (ACCTFX), and the log record carries the debit
      * amount and currency, the all-in rate and the margin
      * earned. The debit and margin go back to the caller, which
      * posts the debit to the balance file and the margin to its
      * own GL line. A reversal gives back its share of the
      * original's debit and margin at the original's rate.
      * Every posted payment to a merchant is added to the
      * customer/merchant relationship file (PAYEEREL) - a new
      * relationship on the customer's first payment to the payee,
      * a count and last-paid date on the rest - so SCREENING knows
      * the payee from then on. Reversals leave it alone.
      * Charges VAT or sales tax on the processing fee at the rate
      * in force for the currency on the effective-dated fee tax
      * file (TAXPARM), rounded to the currency's minor units. The
      * tax is borne with the fee - added to the payer's total, or
      * netted out of the merchant's remittance - stamped on the
      * log record and handed back to the caller for the GL
      * tax-payable line. A reversal gives back its pro rata share
      * of the original's tax, as it does the fee.
      * In a dry run (see RUN-MODE) the live TRANLOG and master log
      * are opened for input only. Every posting and reversal goes
      * to the shadow log (SHADLOG) instead, emptied at the start of
      * the run; an original a dry-run reversal unwinds is looked
      * for on the shadow log first and carried there, as marked,
      * so the live copy is never touched. Transaction ids come from
      * the dry-run range, clear of anything TRANCTR can issue, and
      * PAYEEREL is left as it was.
      * A month-end account service charge (channel SVCCHG) is
      * itself the house's fee, so it carries no processing fee or
      * fee tax - its total is its face amount.
      * A direct claim on the transaction counter is passed, before
      * and after, to the forward-recovery journal (RCVJRNL), so a
      * damaged TRANCTR can be restored and rolled forward without
      * ever reissuing an id.
      * A reversal carrying the recall reason (RCL, from an online
      * recall merged by CAPTURE-MERGE) unwinds only an original
      * PAYRECALL marked recalled, and a recalled original is
      * unwound only by its recall reversal; a mismatch either way
      * is declined, so one leg of a recall can never reach the
      * bank without the other.
      * A service charge is the house's revenue, not a payment to
      * anyone: it is waived only by a reversal on channel SVCCHG,
      * and a reversal on that channel unwinds only a service
      * charge. A mismatch either way is declined, so the charge
      * and its waiver are both left out of the bank instructions
      * and settlement and both book to SERVICE CHARGE REVENUE.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.
           SELECT FEE-TAX-PARM-FILE ASSIGN TO "TAXPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-TAX-PARM-STATUS.
           SELECT TRANSACTION-COUNTER-FILE ASSIGN TO "TRANCTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS TLM-TRANSACTION-ID
               FILE STATUS IS WS-MASTER-LOG-STATUS.
           SELECT PRICING-AGREEMENT-FILE ASSIGN TO "PRICAGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICING-AGREEMENT-STATUS.
           SELECT PAYEE-RELATION-FILE ASSIGN TO "PAYEEREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-RELATION-KEY
               FILE STATUS IS WS-PAYEE-RELATION-STATUS.
           SELECT SHADOW-LOG-FILE ASSIGN TO "SHADLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-TRANSACTION-ID
               FILE STATUS IS WS-SHADOW-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY FEE-SCHEDULE-REC.

       FD  FEE-TAX-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEE-TAX-PARM-REC.

       FD  TRANSACTION-COUNTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANS-COUNTER-REC.
               ==TRANSACTION-LOG-RECORD== BY ==MASTER-LOG-RECORD==
               LEADING ==TL== BY ==TLM==.

       FD  PRICING-AGREEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRICING-AGREEMENT-REC.

       FD  PAYEE-RELATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYEE-RELATION-REC.

       FD  SHADOW-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC REPLACING
               ==TRANSACTION-LOG-RECORD== BY ==SHADOW-LOG-RECORD==
               LEADING ==TL== BY ==SH==.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

           88 COUNTER-FILE-NOT-FOUND  VALUE "23" "35".
       01  WS-FILES-OPEN-SW        PIC X VALUE 'N'.
           88 TRANSACTION-LOG-OPEN VALUE 'Y'.
       01  WS-LIVE-LOG-AVAIL-SW    PIC X VALUE 'N'.
           88 LIVE-LOG-AVAILABLE   VALUE 'Y'.
       01  WS-COUNTER-OPEN-SW      PIC X VALUE 'N'.
           88 TRANSACTION-COUNTER-OPEN VALUE 'Y'.
       01  WS-FEE-SCHEDULE-LOADED  PIC X VALUE 'N'.
               10  WS-FEE-EFF-DATE     PIC 9(8).
       01  WS-FEE-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-FEE-FOUND-IDX        PIC 9(2) VALUE ZERO.
      *    Fee tax rates in force per currency (TAXPARM).
       01  WS-FEE-TAX-PARM-STATUS  PIC XX VALUE "00".
           88 FEE-TAX-PARM-OK         VALUE "00".
           88 FEE-TAX-PARM-EOF        VALUE "10".
       01  WS-TAX-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-TAX-IDX              PIC 9(2) VALUE ZERO.
       01  WS-TAX-FOUND-IDX        PIC 9(2) VALUE ZERO.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY OCCURS 20 TIMES.
               10  WS-TAX-CURRENCY     PIC X(3).
               10  WS-TAX-PCT          PIC 9V9999.
               10  WS-TAX-EFF-DATE     PIC 9(8).
       01  WS-FEE-TAX-RATE         PIC 9V9999 VALUE ZERO.
       01  WS-FEE-TAX-AMOUNT       PIC S9(5)V99 VALUE ZERO.
       01  WS-ORIG-FEE-TAX-AMOUNT  PIC S9(5)V99 VALUE ZERO.
       01  WS-REVERSAL-TAX-PORTION PIC S9(5)V99 VALUE ZERO.
       01  WS-METHOD-BAND-SW       PIC X VALUE 'N'.
           88 METHOD-BAND-FOUND    VALUE 'Y'.
       01  WS-PRICING-AGREEMENT-STATUS PIC XX VALUE "00".
           88 PRICING-AGREEMENT-OK    VALUE "00".
           88 PRICING-AGREEMENT-EOF   VALUE "10".
       01  WS-AGREEMENTS-LOADED    PIC X VALUE 'N'.
           88 AGREEMENTS-LOADED    VALUE 'Y'.
       01  WS-AGR-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-AGR-IDX              PIC 9(3) VALUE ZERO.
       01  WS-AGR-FOUND-IDX        PIC 9(3) VALUE ZERO.
       01  WS-AGR-BEST-IDX         PIC 9(3) VALUE ZERO.
       01  WS-AGR-SCORE            PIC 9 VALUE ZERO.
       01  WS-AGR-BEST-SCORE       PIC 9 VALUE ZERO.
       01  WS-AGR-TABLE.
           05  WS-AGR-ENTRY OCCURS 100 TIMES.
               10  WS-AGR-ID           PIC X(6).
               10  WS-AGR-PARTY-TYPE   PIC X.
               10  WS-AGR-PARTY-ID     PIC 9(8).
               10  WS-AGR-CURRENCY     PIC X(3).
               10  WS-AGR-METHOD       PIC X.
               10  WS-AGR-PRICING-TYPE PIC X.
               10  WS-AGR-RATE         PIC 9V9999.
               10  WS-AGR-FEE-CAP      PIC 9(4)V99.
               10  WS-AGR-EFF-DATE     PIC 9(8).
       01  WS-AGREEMENT-ID         PIC X(6) VALUE SPACES.
       01  WS-AGREEMENT-FEE-CAP    PIC 9(4)V99 VALUE ZERO.
       01  WS-ORIG-AGREEMENT-ID    PIC X(6) VALUE SPACES.
      *    The account-currency debit and the FX margin in it.
       01  WS-FX-SOURCE-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       01  WS-DEBIT-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-DEBIT-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       01  WS-DEBIT-FX-RATE        PIC 9(3)V9(6) VALUE ZERO.
       01  WS-FX-MARGIN-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       01  WS-ORIG-DEBIT-CURRENCY  PIC X(3) VALUE SPACES.
       01  WS-ORIG-DEBIT-AMOUNT    PIC S9(9)V99 VALUE ZERO.
       01  WS-ORIG-DEBIT-FX-RATE   PIC 9(3)V9(6) VALUE ZERO.
       01  WS-ORIG-FX-MARGIN       PIC S9(9)V99 VALUE ZERO.
       01  WS-DEBIT-DECIMALS       PIC 9 VALUE 2.
       01  WS-DEBIT-WHOLE          PIC S9(9) VALUE ZERO.
       01  WS-DEBIT-TENTHS         PIC S9(10) VALUE ZERO.
       01  WS-FX-RATE-STATUS       PIC XX VALUE "00".
           88 FX-RATE-FILE-OK         VALUE "00".
           88 FX-RATE-FILE-EOF        VALUE "10".
           88 MASTER-LOG-OPEN      VALUE 'Y'.
       01  WS-ORIG-ON-MASTER-SW    PIC X VALUE 'N'.
           88 ORIG-ON-MASTER       VALUE 'Y'.
       01  WS-ORIG-ON-SHADOW-SW    PIC X VALUE 'N'.
           88 ORIG-ON-SHADOW       VALUE 'Y'.
      *    Run mode - see RUN-MODE - and the dry run's shadow log and
      *    transaction-id range.
       01  WS-MODE-FUNCTION        PIC X VALUE 'Q'.
       01  WS-RUN-MODE             PIC X VALUE SPACE.
           88 DRY-RUN              VALUE 'D'.
       01  WS-SHADOW-LOG-STATUS    PIC XX VALUE "00".
           88 SHADOW-LOG-OK        VALUE "00".
       01  WS-DRY-RUN-FIRST-ID     PIC 9(10) VALUE 9000000001.
       01  WS-DRY-RUN-LAST-ID      PIC 9(10) VALUE 9999999999.
      *    Transaction-id block allocation - one TRANCTR touch per
      *    WS-ID-BLOCK-SIZE postings instead of one per posting.
       01  WS-ID-BLOCK-SIZE        PIC 9(5) VALUE 1000.
       01  WS-CURRENCY-DECIMALS    PIC 9 VALUE 2.
       01  WS-FEE-WHOLE            PIC S9(5) VALUE ZERO.
       01  WS-FEE-TENTHS           PIC S9(6) VALUE ZERO.
       01  WS-PAYEE-RELATION-STATUS PIC XX VALUE "00".
           88 PAYEE-RELATION-OK       VALUE "00".
           88 PAYEE-RELATION-NOT-FOUND VALUE "23" "35".
       01  WS-PAYEE-RELATION-OPEN-SW PIC X VALUE 'N'.
           88 PAYEE-RELATION-OPEN  VALUE 'Y'.
       01  WS-PAYEE-RELATION-AVAIL-SW PIC X VALUE 'N'.
           88 PAYEE-RELATION-AVAILABLE VALUE 'Y'.
       01  WS-LOG-PROGRAM          PIC X(8) VALUE "PAYMENT".
       01  WS-LOG-LEVEL            PIC X VALUE 'I'.
       01  WS-LOG-MESSAGE          PIC X(80) VALUE SPACES.
      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'W'.
       01  WS-JRNL-NAME            PIC X(8) VALUE "PAYMENT".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE "TRANCTR".
       01  WS-JRNL-ACTION          PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CUSTOMER-ID          PIC 9(8).
       01  LS-MERCHANT-ID          PIC 9(8).
       01  LS-PAYMENT-METHOD       PIC X.
       01  LS-RETURN-REASON        PIC X(3).
           88 LS-RECALL-REVERSAL   VALUE "RCL".
       01  LS-CHANNEL-ID           PIC X(8).
           88 LS-CHANNEL-SERVICE-CHARGE VALUE "SVCCHG".
       01  LS-CHANNEL-REF          PIC X(16).
       01  LS-BULK-ID              PIC 9(10).
       01  LS-ACCOUNT-NUMBER       PIC 9(4).
       01  LS-FEE-BEARER           PIC X.
           88 LS-FEE-BEARER-MERCH  VALUE 'M'.
      *    What the debited account pays, in its own currency, and
      *    the FX margin earned in it - returned for the balance
      *    posting and the GL.
       01  LS-DEBIT-AMOUNT         PIC S9(9)V99.
       01  LS-DEBIT-CURRENCY       PIC X(3).
       01  LS-FX-MARGIN-AMOUNT     PIC S9(9)V99.
      *    Tax charged on the fee (negative on a reversal) - returned
      *    for the GL tax-payable line.
       01  LS-FEE-TAX-AMOUNT       PIC S9(5)V99.

       PROCEDURE DIVISION USING LS-CUSTOMER-ID
                                LS-PAYMENT-AMOUNT
                                LS-CHANNEL-REF
                                LS-BULK-ID
                                LS-ACCOUNT-NUMBER
                                LS-FEE-BEARER
                                LS-DEBIT-AMOUNT
                                LS-DEBIT-CURRENCY
                                LS-FX-MARGIN-AMOUNT
                                LS-FEE-TAX-AMOUNT.
       PAYMENT-LOGIC.
           MOVE 'T' TO WS-LOG-LEVEL.
           MOVE SPACES TO WS-LOG-MESSAGE.
           IF NOT FEE-SCHEDULE-LOADED
               MOVE LS-CURRENT-DATE TO WS-FEE-RUN-DATE
               PERFORM LOAD-FEE-SCHEDULE
               PERFORM LOAD-FEE-TAX-RATES
           END-IF.

           IF NOT AGREEMENTS-LOADED
               PERFORM LOAD-PRICING-AGREEMENTS
           END-IF.

           IF NOT FX-RATES-LOADED
               PERFORM LOAD-FX-RATES
           END-IF.

           MOVE SPACES TO WS-DEBIT-CURRENCY.
           MOVE ZERO TO WS-DEBIT-AMOUNT.
           MOVE ZERO TO WS-DEBIT-FX-RATE.
           MOVE ZERO TO WS-FX-MARGIN-AMOUNT.
           MOVE ZERO TO WS-FEE-TAX-AMOUNT.

           IF LS-TYPE-REVERSAL
               PERFORM REVERSE-TRANSACTION
           ELSE
           MOVE WS-TOTAL-AMOUNT TO LS-TOTAL-AMOUNT.
           MOVE WS-TRANSACTION-ID TO LS-TRANSACTION-ID.
           MOVE WS-BASE-EQUIV-AMOUNT TO LS-BASE-EQUIV-AMOUNT.
           MOVE WS-DEBIT-AMOUNT TO LS-DEBIT-AMOUNT.
           MOVE WS-DEBIT-CURRENCY TO LS-DEBIT-CURRENCY.
           MOVE WS-FX-MARGIN-AMOUNT TO LS-FX-MARGIN-AMOUNT.
           MOVE WS-FEE-TAX-AMOUNT TO LS-FEE-TAX-AMOUNT.

           GOBACK.

      *    Determine the fee rate for this amount's band
           PERFORM DETERMINE-FEE-RATE.

      *    A negotiated agreement reprices the band rate
           PERFORM DETERMINE-PRICING-AGREEMENT.

      *    A service charge is not priced on top of itself.
           IF LS-CHANNEL-SERVICE-CHARGE
               MOVE ZERO TO WS-FEE-RATE
               MOVE SPACES TO WS-AGREEMENT-ID
           END-IF.

      *    Calculate processing fee
           COMPUTE WS-PROCESSING-FEE =
               LS-PAYMENT-AMOUNT * WS-FEE-RATE.
      *    Price in the currency's real minor units.
           PERFORM ROUND-FEE-TO-CURRENCY.

      *    The agreement's per-item cap applies to the rounded fee.
           IF WS-AGREEMENT-FEE-CAP > ZERO
              AND WS-PROCESSING-FEE > WS-AGREEMENT-FEE-CAP
               MOVE WS-AGREEMENT-FEE-CAP TO WS-PROCESSING-FEE
           END-IF.

      *    Tax on the final fee, at the currency's rate in force.
           PERFORM DETERMINE-FEE-TAX-RATE.
           COMPUTE WS-FEE-TAX-AMOUNT ROUNDED =
               WS-PROCESSING-FEE * WS-FEE-TAX-RATE.
           PERFORM ROUND-TAX-TO-CURRENCY.

      *    Calculate total amount - a merchant-borne fee never
      *    touches the payer's debit; it is netted out of the
      *    merchant's remittance instead, and its tax with it.
           IF LS-FEE-BEARER-MERCH
               MOVE LS-PAYMENT-AMOUNT TO WS-TOTAL-AMOUNT
           ELSE
               COMPUTE WS-TOTAL-AMOUNT =
                   LS-PAYMENT-AMOUNT + WS-PROCESSING-FEE
                   + WS-FEE-TAX-AMOUNT
           END-IF.

           MOVE 'T' TO WS-LOG-LEVEL.
           COMPUTE WS-BASE-EQUIV-AMOUNT ROUNDED =
               WS-TOTAL-AMOUNT * WS-APPLIED-FX-RATE.

      *    Price the debit in the debited account's own currency
           MOVE WS-TOTAL-AMOUNT TO WS-FX-SOURCE-AMOUNT.
           CALL 'ACCTFX' USING LS-CUSTOMER-ID
                               LS-ACCOUNT-NUMBER
                               LS-CURRENCY-CODE
                               WS-FX-SOURCE-AMOUNT
                               LS-CURRENT-DATE
                               WS-DEBIT-CURRENCY
                               WS-DEBIT-AMOUNT
                               WS-DEBIT-FX-RATE
                               WS-FX-MARGIN-AMOUNT.
           IF WS-DEBIT-CURRENCY NOT = LS-CURRENCY-CODE
               MOVE 'T' TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "TRANS " WS-TRANSACTION-ID
                   " DEBIT " WS-DEBIT-CURRENCY " " WS-DEBIT-AMOUNT
                   " RATE " WS-DEBIT-FX-RATE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
           END-IF.

      *    Determine the posting outcome
           IF WS-TOTAL-AMOUNT <= ZERO
               SET PAYMENT-SYSTEM-ERROR TO TRUE

           PERFORM WRITE-TRANSACTION-LOG.

           IF PAYMENT-POSTED
              AND LS-MERCHANT-ID NOT = ZERO
              AND NOT DRY-RUN
               PERFORM UPDATE-PAYEE-RELATION
           END-IF.

       REVERSE-TRANSACTION.
           MOVE 'N' TO WS-ORIG-ON-MASTER-SW.
           MOVE 'N' TO WS-ORIG-ON-SHADOW-SW.
      *    A dry run's own postings, and any live original it has
      *    already part-reversed, are on the shadow log.
           IF DRY-RUN
               MOVE LS-ORIGINAL-TRANS-ID TO SH-TRANSACTION-ID
               READ SHADOW-LOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ORIG-ON-SHADOW TO TRUE
                       MOVE SHADOW-LOG-RECORD TO
                           TRANSACTION-LOG-RECORD
               END-READ
           END-IF.
           IF ORIG-ON-SHADOW
               PERFORM CHECK-ORIGINAL-STATUS
           ELSE
               IF LIVE-LOG-AVAILABLE
                   MOVE LS-ORIGINAL-TRANS-ID TO TL-TRANSACTION-ID
                   READ TRANSACTION-LOG-FILE
                       INVALID KEY
                           PERFORM FIND-ORIGINAL-ON-MASTER
                       NOT INVALID KEY
                           PERFORM CHECK-ORIGINAL-STATUS
                   END-READ
               ELSE
                   PERFORM FIND-ORIGINAL-ON-MASTER
               END-IF
           END-IF.

       CHECK-ORIGINAL-STATUS.
           IF TL-STATUS-POSTED
               PERFORM APPLY-REVERSAL-TO-ORIGINAL
           ELSE
               IF TL-STATUS-REVERSED
                   SET PAYMENT-DECLINED-HOLD TO TRUE
                   MOVE ZERO TO WS-PROCESSING-FEE
                   MOVE ZERO TO WS-TOTAL-AMOUNT
                   MOVE ZERO TO WS-BASE-EQUIV-AMOUNT
                   MOVE 'W' TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ORIGINAL ALREADY REVERSED "
                       LS-ORIGINAL-TRANS-ID
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
               ELSE
                   SET PAYMENT-SYSTEM-ERROR TO TRUE
                   MOVE ZERO TO WS-PROCESSING-FEE
                   MOVE ZERO TO WS-TOTAL-AMOUNT
                   MOVE ZERO TO WS-BASE-EQUIV-AMOUNT
                   MOVE 'E' TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ORIGINAL NOT POSTED "
                       LS-ORIGINAL-TRANS-ID
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       FIND-ORIGINAL-ON-MASTER.
      *    When TRANLOG is a partition-private log, an original
      *    there before refusing the reversal. The split's customer
      *    ranges guarantee no other partition touches this record.
           IF NOT MASTER-LOG-OPEN
               IF DRY-RUN
                   OPEN INPUT MASTER-LOG-FILE
               ELSE
                   OPEN I-O MASTER-LOG-FILE
               END-IF
               SET MASTER-LOG-OPEN TO TRUE
           END-IF.
           IF NOT MASTER-LOG-OK
           END-IF.

       APPLY-REVERSAL-TO-ORIGINAL.
      *    The original's recall mark and the reversal's reason must
      *    agree - the settlement readers leave out only marked
      *    pairs.
           IF (TL-RECALLED AND NOT LS-RECALL-REVERSAL)
              OR (LS-RECALL-REVERSAL AND NOT TL-RECALLED)
               SET PAYMENT-DECLINED-HOLD TO TRUE
               MOVE ZERO TO WS-PROCESSING-FEE
               MOVE ZERO TO WS-TOTAL-AMOUNT
               MOVE ZERO TO WS-BASE-EQUIV-AMOUNT
               MOVE 'W' TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RECALL MARK MISMATCH ON ORIGINAL "
                   LS-ORIGINAL-TRANS-ID
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
           ELSE
      *        Likewise a service charge and its waiver - both legs
      *        must carry the SVCCHG channel.
               IF (TL-SERVICE-CHARGE AND NOT LS-CHANNEL-SERVICE-CHARGE)
                  OR (LS-CHANNEL-SERVICE-CHARGE
                      AND NOT TL-SERVICE-CHARGE)
                   SET PAYMENT-DECLINED-HOLD TO TRUE
                   MOVE ZERO TO WS-PROCESSING-FEE
                   MOVE ZERO TO WS-TOTAL-AMOUNT
                   MOVE ZERO TO WS-BASE-EQUIV-AMOUNT
                   MOVE 'W' TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "SERVICE CHARGE MISMATCH ON ORIGINAL "
                       LS-ORIGINAL-TRANS-ID
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
               ELSE
                   PERFORM UNWIND-ORIGINAL-REMAINDER
               END-IF
           END-IF.

       UNWIND-ORIGINAL-REMAINDER.
           COMPUTE WS-UNREVERSED-REMAINDER =
               TL-BASE-AMOUNT - TL-REVERSED-AMOUNT.
      *    A zero-amount reversal request unwinds whatever is left
               MOVE TL-BULK-ID TO WS-ORIG-BULK-ID
               MOVE TL-ACCOUNT-NUMBER TO WS-ORIG-ACCOUNT-NUMBER
               MOVE TL-FEE-BEARER TO WS-ORIG-FEE-BEARER
               MOVE TL-AGREEMENT-ID TO WS-ORIG-AGREEMENT-ID
               MOVE TL-DEBIT-CURRENCY TO WS-ORIG-DEBIT-CURRENCY
               MOVE TL-DEBIT-AMOUNT TO WS-ORIG-DEBIT-AMOUNT
               MOVE TL-DEBIT-FX-RATE TO WS-ORIG-DEBIT-FX-RATE
               MOVE TL-FX-MARGIN-AMOUNT TO WS-ORIG-FX-MARGIN
               IF TL-FEE-TAX-AMOUNT NUMERIC
                   MOVE TL-FEE-TAX-AMOUNT TO WS-ORIG-FEE-TAX-AMOUNT
               ELSE
                   MOVE ZERO TO WS-ORIG-FEE-TAX-AMOUNT
               END-IF
               PERFORM MARK-ORIGINAL-REVERSED
               PERFORM POST-REVERSAL-ENTRY
           END-IF.
           IF TL-REVERSED-AMOUNT >= TL-BASE-AMOUNT
               SET TL-STATUS-REVERSED TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN DRY-RUN
                   PERFORM SAVE-SHADOW-ORIGINAL
               WHEN ORIG-ON-MASTER
                   MOVE TRANSACTION-LOG-RECORD TO MASTER-LOG-RECORD
                   REWRITE MASTER-LOG-RECORD
                       INVALID KEY
                           MOVE 'E' TO WS-LOG-LEVEL
                           MOVE SPACES TO WS-LOG-MESSAGE
                           STRING "ERROR MARKING MASTER ORIGINAL "
                               "REVERSED " WS-MASTER-LOG-STATUS
                               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                           PERFORM WRITE-RUN-LOG
                   END-REWRITE
               WHEN OTHER
                   REWRITE TRANSACTION-LOG-RECORD
                       INVALID KEY
                           MOVE 'E' TO WS-LOG-LEVEL
                           MOVE SPACES TO WS-LOG-MESSAGE
                           STRING "ERROR MARKING ORIGINAL REVERSED "
                               WS-TRANSACTION-LOG-STATUS
                               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                           PERFORM WRITE-RUN-LOG
                   END-REWRITE
           END-EVALUATE.

       SAVE-SHADOW-ORIGINAL.
      *    The live original stays as it was; its marked copy goes
      *    to the shadow log, where the next partial will find it.
           MOVE TRANSACTION-LOG-RECORD TO SHADOW-LOG-RECORD.
           IF ORIG-ON-SHADOW
               REWRITE SHADOW-LOG-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "ERROR MARKING SHADOW ORIGINAL "
                           "REVERSED " WS-SHADOW-LOG-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       PERFORM WRITE-RUN-LOG
               END-REWRITE
           ELSE
               WRITE SHADOW-LOG-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "ERROR COPYING ORIGINAL TO SHADOW LOG "
                           WS-SHADOW-LOG-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       PERFORM WRITE-RUN-LOG
               END-WRITE
           END-IF.

       POST-REVERSAL-ENTRY.
               WS-ORIG-PROCESSING-FEE * WS-REVERSAL-AMOUNT
               / WS-ORIG-BASE-AMOUNT.
           COMPUTE WS-PROCESSING-FEE = ZERO - WS-REVERSAL-FEE-PORTION.
      *    The tax on the fee comes back in the same proportion.
           COMPUTE WS-REVERSAL-TAX-PORTION ROUNDED =
               WS-ORIG-FEE-TAX-AMOUNT * WS-REVERSAL-AMOUNT
               / WS-ORIG-BASE-AMOUNT.
           COMPUTE WS-FEE-TAX-AMOUNT = ZERO - WS-REVERSAL-TAX-PORTION.
           COMPUTE WS-TOTAL-AMOUNT =
               ZERO - WS-REVERSAL-AMOUNT - WS-REVERSAL-FEE-PORTION
               - WS-REVERSAL-TAX-PORTION.
      *    Convert at the original posting's stamped rate so the
      *    original and its reversal net to zero in base currency.
           IF WS-ORIG-FX-RATE = ZERO
           MOVE WS-ORIG-FX-RATE TO WS-APPLIED-FX-RATE.
           COMPUTE WS-BASE-EQUIV-AMOUNT ROUNDED =
               WS-TOTAL-AMOUNT * WS-APPLIED-FX-RATE.
           PERFORM DETERMINE-REVERSAL-DEBIT.
           SET PAYMENT-POSTED TO TRUE.
           MOVE 'T' TO WS-LOG-LEVEL.
           MOVE SPACES TO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG.
           PERFORM WRITE-REVERSAL-LOG.

       DETERMINE-REVERSAL-DEBIT.
      *    The account gets back its share of what the original
      *    debited it, at the original's rate - today's rate would
      *    leave the customer out of pocket on a same-day unwind -
      *    and the share of the margin earned on it comes back off
      *    FX revenue. An original from before the debit was
      *    carried debited its total as it stood; so does this.
           IF WS-ORIG-DEBIT-CURRENCY = SPACES
               MOVE SPACES TO WS-DEBIT-CURRENCY
               MOVE WS-TOTAL-AMOUNT TO WS-DEBIT-AMOUNT
               MOVE ZERO TO WS-DEBIT-FX-RATE
               MOVE ZERO TO WS-FX-MARGIN-AMOUNT
           ELSE
               MOVE WS-ORIG-DEBIT-CURRENCY TO WS-DEBIT-CURRENCY
               MOVE WS-ORIG-DEBIT-FX-RATE TO WS-DEBIT-FX-RATE
               IF WS-ORIG-DEBIT-CURRENCY = WS-ORIG-CURRENCY-CODE
                  OR WS-ORIG-TOTAL-AMOUNT = ZERO
                   MOVE WS-TOTAL-AMOUNT TO WS-DEBIT-AMOUNT
                   MOVE ZERO TO WS-FX-MARGIN-AMOUNT
               ELSE
                   COMPUTE WS-DEBIT-AMOUNT ROUNDED =
                       WS-ORIG-DEBIT-AMOUNT * WS-TOTAL-AMOUNT
                       / WS-ORIG-TOTAL-AMOUNT
                   PERFORM ROUND-DEBIT-TO-CURRENCY
                   COMPUTE WS-FX-MARGIN-AMOUNT ROUNDED =
                       WS-ORIG-FX-MARGIN * WS-TOTAL-AMOUNT
                       / WS-ORIG-TOTAL-AMOUNT
               END-IF
           END-IF.

       ROUND-DEBIT-TO-CURRENCY.
           CALL 'CURRDEC' USING WS-DEBIT-CURRENCY
                               LS-CURRENT-DATE
                               WS-DEBIT-DECIMALS.
           EVALUATE WS-DEBIT-DECIMALS
               WHEN 0
                   COMPUTE WS-DEBIT-WHOLE ROUNDED = WS-DEBIT-AMOUNT
                   MOVE WS-DEBIT-WHOLE TO WS-DEBIT-AMOUNT
               WHEN 1
                   COMPUTE WS-DEBIT-TENTHS ROUNDED =
                       WS-DEBIT-AMOUNT * 10
                   COMPUTE WS-DEBIT-AMOUNT = WS-DEBIT-TENTHS / 10
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ROUND-FEE-TO-CURRENCY.
           CALL 'CURRDEC' USING LS-CURRENCY-CODE
                               LS-CURRENT-DATE
                   CONTINUE
           END-EVALUATE.

       ROUND-TAX-TO-CURRENCY.
      *    The fee rounding above has already fetched the currency's
      *    decimals; the tax rounds half up to the same minor units.
           EVALUATE WS-CURRENCY-DECIMALS
               WHEN 0
                   COMPUTE WS-FEE-WHOLE ROUNDED = WS-FEE-TAX-AMOUNT
                   MOVE WS-FEE-WHOLE TO WS-FEE-TAX-AMOUNT
               WHEN 1
                   COMPUTE WS-FEE-TENTHS ROUNDED =
                       WS-FEE-TAX-AMOUNT * 10
                   COMPUTE WS-FEE-TAX-AMOUNT = WS-FEE-TENTHS / 10
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOG-ORIGINAL-NOT-FOUND.
           MOVE 'E' TO WS-LOG-LEVEL.
           MOVE SPACES TO WS-LOG-MESSAGE.
                               WS-COUNTER-STATUS
                               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                           PERFORM WRITE-RUN-LOG
                       NOT INVALID KEY
                           MOVE 'A' TO WS-JRNL-ACTION
                           MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                           PERFORM JOURNAL-COUNTER-UPDATE
                   END-WRITE
               NOT INVALID KEY
                   MOVE TRANS-COUNTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   COMPUTE WS-NEXT-BLOCK-ID = CTR-LAST-TRANS-ID + 1
                   ADD WS-ID-BLOCK-SIZE TO CTR-LAST-TRANS-ID
                   MOVE CTR-LAST-TRANS-ID TO WS-LAST-BLOCK-ID
                               WS-COUNTER-STATUS
                               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                           PERFORM WRITE-RUN-LOG
                       NOT INVALID KEY
                           MOVE 'C' TO WS-JRNL-ACTION
                           PERFORM JOURNAL-COUNTER-UPDATE
                   END-REWRITE
           END-READ.
           MOVE 'I' TO WS-LOG-LEVEL.
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG.

       JOURNAL-COUNTER-UPDATE.
           MOVE TRANS-COUNTER-RECORD TO WS-JRNL-AFTER-IMAGE.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.

       OPEN-TRANSACTION-COUNTER.
           OPEN I-O TRANSACTION-COUNTER-FILE.
           IF COUNTER-FILE-NOT-FOUND
           SET TRANSACTION-COUNTER-OPEN TO TRUE.

       OPEN-TRANSACTION-LOG.
           CALL 'RUN-MODE' USING WS-MODE-FUNCTION
                                 WS-RUN-MODE.
           IF DRY-RUN
               PERFORM OPEN-DRY-RUN-LOGS
           ELSE
               OPEN I-O TRANSACTION-LOG-FILE
               IF TRANSACTION-LOG-NOT-FOUND
                   OPEN OUTPUT TRANSACTION-LOG-FILE
                   CLOSE TRANSACTION-LOG-FILE
                   OPEN I-O TRANSACTION-LOG-FILE
               END-IF
               SET LIVE-LOG-AVAILABLE TO TRUE
           END-IF.
           SET TRANSACTION-LOG-OPEN TO TRUE.

       OPEN-DRY-RUN-LOGS.
      *    The live log is only read, for the originals reversals
      *    name; the shadow log starts empty every dry run; ids are
      *    served from the dry-run range without touching TRANCTR or
      *    IDRANGE.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TRANSACTION-LOG-OK
               SET LIVE-LOG-AVAILABLE TO TRUE
           ELSE
               DISPLAY "PAYMENT: DRY RUN - LIVE TRANLOG NOT "
                       "AVAILABLE " WS-TRANSACTION-LOG-STATUS
           END-IF.
           OPEN OUTPUT SHADOW-LOG-FILE.
           CLOSE SHADOW-LOG-FILE.
           OPEN I-O SHADOW-LOG-FILE.
           IF NOT SHADOW-LOG-OK
               DISPLAY "PAYMENT: UNABLE TO OPEN SHADLOG "
                       WS-SHADOW-LOG-STATUS
           END-IF.
           SET ID-RANGE-TRIED TO TRUE.
           MOVE WS-DRY-RUN-FIRST-ID TO WS-NEXT-BLOCK-ID.
           MOVE WS-DRY-RUN-LAST-ID TO WS-LAST-BLOCK-ID.
           MOVE 'I' TO WS-LOG-LEVEL.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "DRY RUN - SERVING IDS " WS-NEXT-BLOCK-ID
               " THRU " WS-LAST-BLOCK-ID
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG.

       OPEN-PAYEE-RELATION.
           OPEN I-O PAYEE-RELATION-FILE.
           IF PAYEE-RELATION-NOT-FOUND
               OPEN OUTPUT PAYEE-RELATION-FILE
               CLOSE PAYEE-RELATION-FILE
               OPEN I-O PAYEE-RELATION-FILE
           END-IF.
           IF PAYEE-RELATION-OK
               SET PAYEE-RELATION-AVAILABLE TO TRUE
           ELSE
               DISPLAY "PAYMENT: PAYEE RELATIONSHIPS NOT AVAILABLE "
                       WS-PAYEE-RELATION-STATUS
           END-IF.
           SET PAYEE-RELATION-OPEN TO TRUE.

       UPDATE-PAYEE-RELATION.
           IF NOT PAYEE-RELATION-OPEN
               PERFORM OPEN-PAYEE-RELATION
           END-IF.
           IF PAYEE-RELATION-AVAILABLE
               MOVE LS-CUSTOMER-ID TO PR-CUSTOMER-ID
               MOVE LS-MERCHANT-ID TO PR-MERCHANT-ID
               READ PAYEE-RELATION-FILE
                   INVALID KEY
                       PERFORM WRITE-PAYEE-RELATION
                   NOT INVALID KEY
                       PERFORM REWRITE-PAYEE-RELATION
               END-READ
           END-IF.

       WRITE-PAYEE-RELATION.
           MOVE WS-TRANSACTION-ID TO PR-FIRST-TRANS-ID.
           MOVE LS-CURRENT-DATE TO PR-FIRST-PAID-DATE.
           MOVE LS-CURRENT-DATE TO PR-LAST-PAID-DATE.
           MOVE 1 TO PR-PAYMENT-COUNT.
           WRITE PAYEE-RELATION-RECORD
               INVALID KEY
                   MOVE 'E' TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ERROR WRITING PAYEE RELATIONSHIP "
                       WS-PAYEE-RELATION-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
           END-WRITE.

       REWRITE-PAYEE-RELATION.
           MOVE LS-CURRENT-DATE TO PR-LAST-PAID-DATE.
           IF PR-PAYMENT-COUNT < 9999999
               ADD 1 TO PR-PAYMENT-COUNT
           END-IF.
           REWRITE PAYEE-RELATION-RECORD
               INVALID KEY
                   MOVE 'E' TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ERROR REWRITING PAYEE RELATIONSHIP "
                       WS-PAYEE-RELATION-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
           END-REWRITE.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF FX-RATE-FILE-OK
               END-IF
           END-IF.

       LOAD-FEE-TAX-RATES.
      *    No TAXPARM means no currency taxes its fees - the
      *    behavior from before the tax was charged. PREFLIGHT
      *    stops the nightly run before this can happen there.
           OPEN INPUT FEE-TAX-PARM-FILE.
           IF FEE-TAX-PARM-OK
               PERFORM READ-FEE-TAX-PARM-RECORD
                   UNTIL FEE-TAX-PARM-EOF
               CLOSE FEE-TAX-PARM-FILE
           ELSE
               DISPLAY "PAYMENT: UNABLE TO OPEN FEE-TAX-PARM-FILE "
                       WS-FEE-TAX-PARM-STATUS
               DISPLAY "PAYMENT: NO TAX CHARGED ON FEES"
           END-IF.

       READ-FEE-TAX-PARM-RECORD.
           READ FEE-TAX-PARM-FILE
               AT END
                   SET FEE-TAX-PARM-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-FEE-TAX-VERSION
           END-READ.

       APPLY-FEE-TAX-VERSION.
      *    The newest version per currency dated on or before the
      *    processing date wins, as for the fee bands.
           IF FT-EFFECTIVE-DATE > WS-FEE-RUN-DATE
               CONTINUE
           ELSE
               MOVE ZERO TO WS-TAX-FOUND-IDX
               PERFORM FIND-FEE-TAX-ENTRY VARYING WS-TAX-IDX
                   FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT
               IF WS-TAX-FOUND-IDX = ZERO
                   IF WS-TAX-TABLE-COUNT < 20
                       ADD 1 TO WS-TAX-TABLE-COUNT
                       MOVE WS-TAX-TABLE-COUNT TO WS-TAX-FOUND-IDX
                       MOVE FT-CURRENCY-CODE TO
                           WS-TAX-CURRENCY (WS-TAX-FOUND-IDX)
                       MOVE FT-TAX-RATE TO
                           WS-TAX-PCT (WS-TAX-FOUND-IDX)
                       MOVE FT-EFFECTIVE-DATE TO
                           WS-TAX-EFF-DATE (WS-TAX-FOUND-IDX)
                   ELSE
                       DISPLAY "PAYMENT: FEE TAX TABLE FULL - "
                               "DISCARDING " FT-CURRENCY-CODE
                   END-IF
               ELSE
                   IF FT-EFFECTIVE-DATE >=
                          WS-TAX-EFF-DATE (WS-TAX-FOUND-IDX)
                       MOVE FT-TAX-RATE TO
                           WS-TAX-PCT (WS-TAX-FOUND-IDX)
                       MOVE FT-EFFECTIVE-DATE TO
                           WS-TAX-EFF-DATE (WS-TAX-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-FEE-TAX-ENTRY.
           IF FT-CURRENCY-CODE = WS-TAX-CURRENCY (WS-TAX-IDX)
               MOVE WS-TAX-IDX TO WS-TAX-FOUND-IDX
           END-IF.

       DETERMINE-FEE-TAX-RATE.
           MOVE ZERO TO WS-FEE-TAX-RATE.
           PERFORM CHECK-FEE-TAX-ENTRY VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT.

       CHECK-FEE-TAX-ENTRY.
           IF LS-CURRENCY-CODE = WS-TAX-CURRENCY (WS-TAX-IDX)
               MOVE WS-TAX-PCT (WS-TAX-IDX) TO WS-FEE-TAX-RATE
           END-IF.

       LOAD-PRICING-AGREEMENTS.
           OPEN INPUT PRICING-AGREEMENT-FILE.
           IF PRICING-AGREEMENT-OK
               PERFORM READ-PRICING-AGREEMENT
                   UNTIL PRICING-AGREEMENT-EOF
               CLOSE PRICING-AGREEMENT-FILE
           ELSE
               DISPLAY "PAYMENT: UNABLE TO OPEN PRICING-AGREEMENT-FILE "
                       WS-PRICING-AGREEMENT-STATUS
               DISPLAY "PAYMENT: PRICING FROM FEE SCHEDULE ONLY"
           END-IF.
           SET AGREEMENTS-LOADED TO TRUE.

       READ-PRICING-AGREEMENT.
           READ PRICING-AGREEMENT-FILE
               AT END
                   SET PRICING-AGREEMENT-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-AGREEMENT-VERSION
           END-READ.

       APPLY-AGREEMENT-VERSION.
      *    Same rule as the fee schedule: the newest version per
      *    agreement id dated on or before the processing date. A
      *    withdrawn version is kept so it masks the older terms.
           IF PG-EFFECTIVE-DATE > WS-FEE-RUN-DATE
               CONTINUE
           ELSE
               MOVE ZERO TO WS-AGR-FOUND-IDX
               PERFORM FIND-AGREEMENT-ENTRY VARYING WS-AGR-IDX
                   FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-AGR-TABLE-COUNT
               IF WS-AGR-FOUND-IDX = ZERO
                   IF WS-AGR-TABLE-COUNT < 100
                       ADD 1 TO WS-AGR-TABLE-COUNT
                       MOVE WS-AGR-TABLE-COUNT TO WS-AGR-FOUND-IDX
                       PERFORM STORE-AGREEMENT-ENTRY
                   ELSE
                       DISPLAY "PAYMENT: AGREEMENT TABLE FULL - "
                               "DISCARDING " PG-AGREEMENT-ID
                   END-IF
               ELSE
                   IF PG-EFFECTIVE-DATE >=
                          WS-AGR-EFF-DATE (WS-AGR-FOUND-IDX)
                       PERFORM STORE-AGREEMENT-ENTRY
                   END-IF
               END-IF
           END-IF.

       FIND-AGREEMENT-ENTRY.
           IF PG-AGREEMENT-ID = WS-AGR-ID (WS-AGR-IDX)
               MOVE WS-AGR-IDX TO WS-AGR-FOUND-IDX
           END-IF.

       STORE-AGREEMENT-ENTRY.
           MOVE PG-AGREEMENT-ID TO WS-AGR-ID (WS-AGR-FOUND-IDX).
           MOVE PG-PARTY-TYPE TO WS-AGR-PARTY-TYPE (WS-AGR-FOUND-IDX).
           MOVE PG-PARTY-ID TO WS-AGR-PARTY-ID (WS-AGR-FOUND-IDX).
           MOVE PG-CURRENCY-CODE TO
               WS-AGR-CURRENCY (WS-AGR-FOUND-IDX).
           MOVE PG-PAYMENT-METHOD TO WS-AGR-METHOD (WS-AGR-FOUND-IDX).
           MOVE PG-PRICING-TYPE TO
               WS-AGR-PRICING-TYPE (WS-AGR-FOUND-IDX).
           MOVE PG-RATE TO WS-AGR-RATE (WS-AGR-FOUND-IDX).
           MOVE PG-FEE-CAP TO WS-AGR-FEE-CAP (WS-AGR-FOUND-IDX).
           MOVE PG-EFFECTIVE-DATE TO
               WS-AGR-EFF-DATE (WS-AGR-FOUND-IDX).

       DETERMINE-PRICING-AGREEMENT.
           MOVE SPACES TO WS-AGREEMENT-ID.
           MOVE ZERO TO WS-AGREEMENT-FEE-CAP.
           MOVE ZERO TO WS-AGR-BEST-IDX.
           MOVE ZERO TO WS-AGR-BEST-SCORE.
           PERFORM CHECK-PRICING-AGREEMENT VARYING WS-AGR-IDX
               FROM 1 BY 1 UNTIL WS-AGR-IDX > WS-AGR-TABLE-COUNT.
           IF WS-AGR-BEST-IDX > ZERO
               MOVE WS-AGR-ID (WS-AGR-BEST-IDX) TO WS-AGREEMENT-ID
               MOVE WS-AGR-FEE-CAP (WS-AGR-BEST-IDX) TO
                   WS-AGREEMENT-FEE-CAP
               IF WS-AGR-PRICING-TYPE (WS-AGR-BEST-IDX) = 'O'
                   MOVE WS-AGR-RATE (WS-AGR-BEST-IDX) TO WS-FEE-RATE
               ELSE
                   COMPUTE WS-FEE-RATE ROUNDED = WS-FEE-RATE *
                       (1 - WS-AGR-RATE (WS-AGR-BEST-IDX))
               END-IF
               MOVE 'T' TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PRICED UNDER AGREEMENT " WS-AGREEMENT-ID
                   " RATE " WS-FEE-RATE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
           END-IF.

       CHECK-PRICING-AGREEMENT.
      *    Scored so a customer agreement outranks a merchant one,
      *    and within a party a currency- or method-specific
      *    agreement outranks a general one; the first of equals
      *    wins.
           MOVE ZERO TO WS-AGR-SCORE.
           IF WS-AGR-PRICING-TYPE (WS-AGR-IDX) NOT = 'X'
              AND (WS-AGR-CURRENCY (WS-AGR-IDX) = SPACES
                   OR WS-AGR-CURRENCY (WS-AGR-IDX) = LS-CURRENCY-CODE)
              AND (WS-AGR-METHOD (WS-AGR-IDX) = '*'
                   OR WS-AGR-METHOD (WS-AGR-IDX) = SPACE
                   OR WS-AGR-METHOD (WS-AGR-IDX) = LS-PAYMENT-METHOD)
               IF WS-AGR-PARTY-TYPE (WS-AGR-IDX) = 'C'
                  AND WS-AGR-PARTY-ID (WS-AGR-IDX) = LS-CUSTOMER-ID
                   MOVE 5 TO WS-AGR-SCORE
               END-IF
               IF WS-AGR-PARTY-TYPE (WS-AGR-IDX) = 'M'
                  AND LS-MERCHANT-ID NOT = ZERO
                  AND WS-AGR-PARTY-ID (WS-AGR-IDX) = LS-MERCHANT-ID
                   MOVE 1 TO WS-AGR-SCORE
               END-IF
           END-IF.
           IF WS-AGR-SCORE > ZERO
               IF WS-AGR-CURRENCY (WS-AGR-IDX) NOT = SPACES
                   ADD 2 TO WS-AGR-SCORE
               END-IF
               IF WS-AGR-METHOD (WS-AGR-IDX) NOT = '*'
                  AND WS-AGR-METHOD (WS-AGR-IDX) NOT = SPACE
                   ADD 1 TO WS-AGR-SCORE
               END-IF
               IF WS-AGR-SCORE > WS-AGR-BEST-SCORE
                   MOVE WS-AGR-SCORE TO WS-AGR-BEST-SCORE
                   MOVE WS-AGR-IDX TO WS-AGR-BEST-IDX
               END-IF
           END-IF.

       WRITE-TRANSACTION-LOG.
           MOVE WS-TRANSACTION-ID TO TL-TRANSACTION-ID.
           MOVE LS-CUSTOMER-ID TO TL-CUSTOMER-ID.
           MOVE LS-CHANNEL-ID TO TL-CHANNEL-ID.
           MOVE LS-CHANNEL-REF TO TL-CHANNEL-REF.
           MOVE LS-FEE-BEARER TO TL-FEE-BEARER.
           MOVE WS-AGREEMENT-ID TO TL-AGREEMENT-ID.
           MOVE WS-DEBIT-CURRENCY TO TL-DEBIT-CURRENCY.
           MOVE WS-DEBIT-AMOUNT TO TL-DEBIT-AMOUNT.
           MOVE WS-DEBIT-FX-RATE TO TL-DEBIT-FX-RATE.
           MOVE WS-FX-MARGIN-AMOUNT TO TL-FX-MARGIN-AMOUNT.
           MOVE WS-FEE-TAX-AMOUNT TO TL-FEE-TAX-AMOUNT.
           MOVE CC-VERSION TO TL-VERSION.
           IF DRY-RUN
               PERFORM WRITE-SHADOW-LOG
           ELSE
               WRITE TRANSACTION-LOG-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "ERROR WRITING TRANSACTION LOG "
                           WS-TRANSACTION-LOG-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       PERFORM WRITE-RUN-LOG
               END-WRITE
           END-IF.

       WRITE-REVERSAL-LOG.
           MOVE WS-TRANSACTION-ID TO TL-TRANSACTION-ID.
      *    A leg's reversal stays linked to the bulk it unwinds.
           MOVE WS-ORIG-BULK-ID TO TL-BULK-ID.
           MOVE WS-ORIG-FEE-BEARER TO TL-FEE-BEARER.
           MOVE WS-ORIG-AGREEMENT-ID TO TL-AGREEMENT-ID.
           MOVE WS-DEBIT-CURRENCY TO TL-DEBIT-CURRENCY.
           MOVE WS-DEBIT-AMOUNT TO TL-DEBIT-AMOUNT.
           MOVE WS-DEBIT-FX-RATE TO TL-DEBIT-FX-RATE.
           MOVE WS-FX-MARGIN-AMOUNT TO TL-FX-MARGIN-AMOUNT.
           MOVE LS-CHANNEL-ID TO TL-CHANNEL-ID.
           MOVE LS-CHANNEL-REF TO TL-CHANNEL-REF.
           MOVE WS-FEE-TAX-AMOUNT TO TL-FEE-TAX-AMOUNT.
           MOVE CC-VERSION TO TL-VERSION.
           IF DRY-RUN
               PERFORM WRITE-SHADOW-LOG
           ELSE
               WRITE TRANSACTION-LOG-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "ERROR WRITING REVERSAL LOG "
                           WS-TRANSACTION-LOG-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       PERFORM WRITE-RUN-LOG
               END-WRITE
           END-IF.

       WRITE-SHADOW-LOG.
           MOVE TRANSACTION-LOG-RECORD TO SHADOW-LOG-RECORD.
           WRITE SHADOW-LOG-RECORD
               INVALID KEY
                   MOVE 'E' TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ERROR WRITING SHADOW LOG "
                       WS-SHADOW-LOG-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
           END-WRITE.
