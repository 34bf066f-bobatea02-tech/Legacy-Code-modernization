      * file for the exceptions team, and the cycle cuts its own
      * currency/method-segregated GL clearing lines in the
      * HELD-REVIEW pattern.
      * A wire from a customer whose KYC review is overdue comes
      * back from VALIDATION as a hold (H004) and is held, not
      * rejected.
      * Funds calls name the payment currency, and the posting
      * applies PAYMENT's debit in the account's own currency; FX
      * margin PAYMENT earned converting a debit is cut to its own
      * FX MARGIN REVENUE GL line against cash clearing.
      * A first wire to a new payee that SCREENING holds is held
      * under the H005 reason.
      * Tax PAYMENT charged on a wire's fee is kept out of the
      * principal and cut to its own FEE TAX PAYABLE GL line against
      * cash clearing.
      * Names its job (INTRADAY) to the forward-recovery journal at
      * start, so the balance, duplicate, velocity and counter
      * updates its calls make are journaled under it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'N'.
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "INTRADAY".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE SPACES.
       01  WS-JRNL-ACTION          PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW    PIC X VALUE 'N'.
               10  WS-CT-COUNT         PIC 9(7).
               10  WS-CT-BASE-AMOUNT   PIC S9(9)V99.
               10  WS-CT-FEES          PIC S9(7)V99.
               10  WS-CT-FEE-TAX       PIC S9(7)V99.
       01  WS-FM-IDX               PIC 9(2) VALUE ZERO.
       01  WS-FM-FOUND-IDX         PIC 9(2) VALUE ZERO.
       01  WS-FX-MARGIN-TOTALS.
           05  WS-FM-ENTRY OCCURS 10 TIMES.
               10  WS-FM-CURRENCY      PIC X(3).
               10  WS-FM-AMOUNT        PIC S9(9)V99.
      *    Per-currency dual-authorization thresholds, loaded the
      *    way MAIN-PROGRAM loads them - the express lane skips the
      *    wait, not the controls.
       01  WS-CURRENCY-CODE        PIC X(3) VALUE SPACES.
       01  WS-VALIDATION-STATUS    PIC X VALUE SPACE.
           88 VALID-PAYMENT        VALUE 'Y'.
           88 REVIEW-HOLD          VALUE 'H'.
       01  WS-PROCESS-STATUS       PIC X VALUE SPACE.
           88 PROCESS-SUCCESS      VALUE 'P'.
       01  WS-DUP-STATUS           PIC X VALUE 'N'.
       01  WS-SCREEN-STATUS        PIC X VALUE 'C'.
           88 SCREEN-HELD          VALUE 'H'.
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

       PROCEDURE DIVISION.
       INTRADAY-LOGIC.

           PERFORM INIT-CURRENCY-TABLE VARYING WS-CT-IDX
               FROM 1 BY 1 UNTIL WS-CT-IDX > 15.
           PERFORM INIT-FX-MARGIN-TABLE VARYING WS-FM-IDX
               FROM 1 BY 1 UNTIL WS-FM-IDX > 10.
           PERFORM LOAD-APPROVAL-THRESHOLDS.

           PERFORM OPEN-INTRADAY-FILES.
           PERFORM NAME-JOURNAL-JOB.

           PERFORM READ-CAPTURE-RECORD.
           PERFORM EXPRESS-ONE-CAPTURE
           MOVE ZERO TO WS-CT-COUNT (WS-CT-IDX).
           MOVE ZERO TO WS-CT-BASE-AMOUNT (WS-CT-IDX).
           MOVE ZERO TO WS-CT-FEES (WS-CT-IDX).
           MOVE ZERO TO WS-CT-FEE-TAX (WS-CT-IDX).

       INIT-FX-MARGIN-TABLE.
           MOVE SPACES TO WS-FM-CURRENCY (WS-FM-IDX).
           MOVE ZERO TO WS-FM-AMOUNT (WS-FM-IDX).

       LOAD-APPROVAL-THRESHOLDS.
           OPEN INPUT PARAMETER-FILE.
                                   WS-BULK-LEG-SUM
                                   WS-ACCOUNT-NUMBER
                                   WS-FEE-BEARER.
           IF REVIEW-HOLD
               PERFORM HOLD-WIRE
           ELSE
           IF NOT VALID-PAYMENT
               PERFORM REJECT-WIRE
           ELSE
                                          CW-CURRENT-DATE
                                          CW-CURRENT-TIME
                                          WS-SCREEN-STATUS
                                          WS-MERCHANT-ID
                                          WS-ACCOUNT-NUMBER
                                          WS-CURRENCY-CODE
                   IF SCREEN-WATCH-HELD
                       MOVE "H003" TO CW-ERROR-CODE
                       MOVE "HELD BY COMPLIANCE WATCH LIST" TO
                       MOVE "HELD BY VELOCITY SCREENING" TO
                           CW-ERROR-MESSAGE
                       PERFORM HOLD-WIRE
                   ELSE
                   IF SCREEN-PAYEE-HELD
                       MOVE "H005" TO CW-ERROR-CODE
                       MOVE "HELD - FIRST PAYMENT TO NEW PAYEE" TO
                           CW-ERROR-MESSAGE
                       PERFORM HOLD-WIRE
                   ELSE
                       PERFORM RESERVE-WIRE-FUNDS
                       IF FUNDS-SHORT
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       RESERVE-WIRE-FUNDS.
           MOVE 'R' TO WS-FUNDS-FUNCTION.
           MOVE WS-PAYMENT-AMOUNT TO WS-FUNDS-AMOUNT.
           MOVE WS-CURRENCY-CODE TO WS-FUNDS-CURRENCY.
           MOVE 'A' TO WS-FUNDS-STATUS.
           CALL 'FUNDSCHECK' USING WS-FUNDS-FUNCTION
                                   WS-CUSTOMER-ID
                                   CW-CURRENT-DATE
                                   CW-CURRENT-TIME
                                   WS-FUNDS-STATUS
                                   WS-TRANSACTION-ID
                                   WS-FUNDS-CURRENCY.

       CHECK-APPROVAL-THRESHOLD.
           MOVE 'N' TO WS-APPROVAL-NEEDED-SW.
                                WS-CHANNEL-REF
                                WS-BULK-ID
                                WS-ACCOUNT-NUMBER
                                WS-FEE-BEARER
                                WS-DEBIT-AMOUNT
                                WS-DEBIT-CURRENCY
                                WS-FX-MARGIN-AMOUNT
                                WS-FEE-TAX-AMOUNT.
           IF PROCESS-SUCCESS
               ADD 1 TO WS-COUNT-POSTED
               PERFORM ADD-TO-CURRENCY-TOTALS
               IF WS-FX-MARGIN-AMOUNT NOT = ZERO
                   PERFORM ADD-TO-FX-MARGIN-TOTALS
               END-IF
               MOVE 'L' TO WS-FUNDS-FUNCTION
               MOVE WS-PAYMENT-AMOUNT TO WS-FUNDS-AMOUNT
               MOVE WS-CURRENCY-CODE TO WS-FUNDS-CURRENCY
               CALL 'FUNDSCHECK' USING WS-FUNDS-FUNCTION
                                       WS-CUSTOMER-ID
                                       WS-ACCOUNT-NUMBER
                                       CW-CURRENT-TIME
                                       WS-FUNDS-STATUS
                                       WS-TRANSACTION-ID
                                       WS-FUNDS-CURRENCY
               MOVE 'P' TO WS-FUNDS-FUNCTION
               MOVE WS-DEBIT-AMOUNT TO WS-FUNDS-AMOUNT
               MOVE WS-DEBIT-CURRENCY TO WS-FUNDS-CURRENCY
               CALL 'FUNDSCHECK' USING WS-FUNDS-FUNCTION
                                       WS-CUSTOMER-ID
                                       WS-ACCOUNT-NUMBER
                                       CW-CURRENT-TIME
                                       WS-FUNDS-STATUS
                                       WS-TRANSACTION-ID
                                       WS-FUNDS-CURRENCY
               MOVE 'P' TO OC-INTRADAY-STATUS
               PERFORM MARK-CAPTURE-RECORD
               DISPLAY "INTRADAY: POSTED WIRE FOR " WS-CUSTOMER-ID
      *        the entry open for tonight's batch to retry.
               MOVE 'L' TO WS-FUNDS-FUNCTION
               MOVE WS-PAYMENT-AMOUNT TO WS-FUNDS-AMOUNT
               MOVE WS-CURRENCY-CODE TO WS-FUNDS-CURRENCY
               CALL 'FUNDSCHECK' USING WS-FUNDS-FUNCTION
                                       WS-CUSTOMER-ID
                                       WS-ACCOUNT-NUMBER
                                       CW-CURRENT-TIME
                                       WS-FUNDS-STATUS
                                       WS-TRANSACTION-ID
                                       WS-FUNDS-CURRENCY
               ADD 1 TO WS-COUNT-LEFT-OPEN
               DISPLAY "INTRADAY: POSTING FAILED FOR "
                       WS-CUSTOMER-ID " - LEFT FOR NIGHTLY RUN"

       ADD-TO-CURRENCY-TOTALS.
           COMPUTE WS-BASE-AMOUNT-SIGNED =
               WS-TOTAL-AMOUNT - WS-PROCESSING-FEE
               - WS-FEE-TAX-AMOUNT.
           MOVE ZERO TO WS-CT-FOUND-IDX.
           PERFORM FIND-CURRENCY-ENTRY VARYING WS-CT-IDX
               FROM 1 BY 1 UNTIL WS-CT-IDX > 15.
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
               DISPLAY "INTRADAY: FX MARGIN TABLE FULL - "
                       WS-DEBIT-CURRENCY " NOT SEGREGATED"
           ELSE
               MOVE WS-DEBIT-CURRENCY TO
                   WS-FM-CURRENCY (WS-FM-FOUND-IDX)
               ADD WS-FX-MARGIN-AMOUNT TO
                   WS-FM-AMOUNT (WS-FM-FOUND-IDX)
           END-IF.

       FIND-FX-MARGIN-ENTRY.
           IF WS-FM-FOUND-IDX = ZERO
              AND (WS-FM-CURRENCY (WS-FM-IDX) = WS-DEBIT-CURRENCY
                   OR WS-FM-CURRENCY (WS-FM-IDX) = SPACES)
               MOVE WS-FM-IDX TO WS-FM-FOUND-IDX
           END-IF.

       FIND-CURRENCY-ENTRY.
      *    posted so the ledger feed stays in balance with the log.
           PERFORM WRITE-GL-CURRENCY-LINES VARYING WS-CT-IDX
               FROM 1 BY 1 UNTIL WS-CT-IDX > 15.
           PERFORM WRITE-GL-FX-MARGIN-LINES VARYING WS-FM-IDX
               FROM 1 BY 1 UNTIL WS-FM-IDX > 10.

       WRITE-GL-CURRENCY-LINES.
           IF WS-CT-CURRENCY (WS-CT-IDX) NOT = SPACES
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

       WRITE-GL-EXTRACT-RECORD.
           MOVE CC-VERSION TO GL-VERSION.
           WRITE GL-EXTRACT-RECORD.

       NAME-JOURNAL-JOB.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-JOB-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.

       CLOSE-INTRADAY-FILES.
           CLOSE ONLINE-CAPTURE-FILE.
           CLOSE REJECT-FILE.
