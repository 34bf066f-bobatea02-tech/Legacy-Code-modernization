      * code 8). Writes its own currency/method-segregated GL
      * clearing and fee-revenue lines for what it posted, in the
      * HELD-REVIEW pattern.
      * Each decision log record carries the queued item's channel
      * id and reference, account and merchant, so CUSTOMER-NOTICE
      * can tell the customer about a refusal by the reference they
      * submitted under.
      * Funds calls name the payment currency, and the posting
      * applies PAYMENT's debit in the account's own currency; FX
      * margin PAYMENT earned converting a debit is cut to its own
      * FX MARGIN REVENUE GL line against cash clearing.
      * Tax PAYMENT charged on an approved item's fee is kept out of
      * the principal and cut to its own FEE TAX PAYABLE GL line
      * against cash clearing.
      * Names its job (APPRREV) to the forward-recovery journal at
      * start, so the balance, duplicate, velocity and counter
      * updates its calls make are journaled under it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'N'.
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "APPRREV".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE SPACES.
       01  WS-JRNL-ACTION          PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       01  WS-APPROVAL-QUEUE-STATUS PIC XX VALUE "00".
           88 APPROVAL-QUEUE-OK       VALUE "00".
           88 APPROVAL-QUEUE-EOF      VALUE "10".
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
       01  WS-QUEUE-EOF-SWITCH     PIC X VALUE 'N'.
           88 END-OF-QUEUE-FILE    VALUE 'Y'.
       01  WS-DEC-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-FUNDS-STATUS         PIC X VALUE 'A'.
           88 FUNDS-AVAILABLE      VALUE 'A'.
           88 FUNDS-SHORT          VALUE 'S'.
       01  WS-FUNDS-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-DEBIT-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       01  WS-DEBIT-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-FX-MARGIN-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       01  WS-FEE-TAX-AMOUNT       PIC S9(5)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       APPROVAL-LOGIC.

           PERFORM INIT-CURRENCY-TABLE VARYING WS-CT-IDX
               FROM 1 BY 1 UNTIL WS-CT-IDX > 15.
           PERFORM INIT-FX-MARGIN-TABLE VARYING WS-FM-IDX
               FROM 1 BY 1 UNTIL WS-FM-IDX > 10.

           PERFORM OPEN-APPROVAL-FILES.
           PERFORM NAME-JOURNAL-JOB.
           PERFORM LOAD-DECISION-TABLE.

           PERFORM READ-QUEUE-RECORD.
           MOVE ZERO TO WS-CT-COUNT (WS-CT-IDX).
           MOVE ZERO TO WS-CT-BASE-AMOUNT (WS-CT-IDX).
           MOVE ZERO TO WS-CT-FEES (WS-CT-IDX).
           MOVE ZERO TO WS-CT-FEE-TAX (WS-CT-IDX).

       INIT-FX-MARGIN-TABLE.
           MOVE SPACES TO WS-FM-CURRENCY (WS-FM-IDX).
           MOVE ZERO TO WS-FM-AMOUNT (WS-FM-IDX).

       OPEN-APPROVAL-FILES.
           OPEN INPUT APPROVAL-QUEUE-FILE.
                                WS-CHANNEL-REF
                                WS-BULK-ID
                                WS-ACCOUNT-NUMBER
                                WS-FEE-BEARER
                                WS-DEBIT-AMOUNT
                                WS-DEBIT-CURRENCY
                                WS-FX-MARGIN-AMOUNT
                                WS-FEE-TAX-AMOUNT.

           IF PROCESS-SUCCESS
               ADD 1 TO WS-COUNT-APPROVED
               PERFORM ADD-TO-CURRENCY-TOTALS
               IF WS-FX-MARGIN-AMOUNT NOT = ZERO
                   PERFORM ADD-TO-FX-MARGIN-TOTALS
               END-IF
      *        Posting consumes the earmark, then applies the
      *        posted total to the balance.
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
               DISPLAY "APPROVAL REVIEW: APPROVED AND POSTED "
                       AQ-CUSTOMER-ID " TRANS " WS-TRANSACTION-ID
           ELSE
      *    The refusal gives the earmarked funds back.
           MOVE 'L' TO WS-FUNDS-FUNCTION.
           MOVE AQ-PAYMENT-AMOUNT TO WS-FUNDS-AMOUNT.
           MOVE AQ-CURRENCY-CODE TO WS-FUNDS-CURRENCY.
           MOVE AQ-CUSTOMER-ID TO WS-CUSTOMER-ID.
           MOVE AQ-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           CALL 'FUNDSCHECK' USING WS-FUNDS-FUNCTION
                                   CW-CURRENT-DATE
                                   CW-CURRENT-TIME
                                   WS-FUNDS-STATUS
                                   WS-TRANSACTION-ID
                                   WS-FUNDS-CURRENCY.
           DISPLAY "APPROVAL REVIEW: REFUSED " AQ-CUSTOMER-ID
                   " CODE " WS-DEC-CODE (WS-DEC-FOUND-IDX).
           PERFORM WRITE-APPROVAL-LOG.
           MOVE AQ-CAPTURED-BY TO AV-CAPTURED-BY.
           MOVE WS-TRANSACTION-ID TO AV-RELEASE-TRANS-ID.
           MOVE WS-PROCESS-STATUS TO AV-RELEASE-STATUS.
           MOVE AQ-CHANNEL-ID TO AV-CHANNEL-ID.
           MOVE AQ-CHANNEL-REF TO AV-CHANNEL-REF.
           MOVE AQ-ACCOUNT-NUMBER TO AV-ACCOUNT-NUMBER.
           MOVE AQ-MERCHANT-ID TO AV-MERCHANT-ID.
           MOVE CC-VERSION TO AV-VERSION.
           WRITE APPROVAL-LOG-RECORD.

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
               DISPLAY "APPROVAL REVIEW: FX MARGIN TABLE FULL - "
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
      *    so the ledger feed stays in balance with the log.
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

       CLOSE-APPROVAL-FILES.
           CLOSE APPROVAL-QUEUE-FILE.
           CLOSE APPROVAL-LOG-FILE.
