      * a posted release consumes the earmark and a failed release
      * gives it back, so the money cannot drain away between the
      * check and the posting.
      * Each decision log record carries the held item's channel id
      * and reference, account and merchant, so CUSTOMER-NOTICE can
      * tell the customer about a decline by the reference they
      * submitted under.
      * Understands the H004 hold VALIDATION raises when a
      * customer's KYC review is overdue: such an item can only be
      * released once compliance has recorded the review on
      * CUSTMAST (next-review date no longer in the past) - until
      * then a release card leaves it pending, as a funds shortfall
      * does. A decline goes through as usual.
      * Funds calls name the payment currency, and the posting
      * applies PAYMENT's debit in the account's own currency; FX
      * margin PAYMENT earned converting a debit is cut to its own
      * FX MARGIN REVENUE GL line against cash clearing.
      * The release or decline of a first-payment-to-new-payee hold
      * (H005) is appended to the first-payee log next to the hold
      * SCREENING wrote, so fraud operations see how each one ended.
      * Tax PAYMENT charged on a released item's fee is kept out of
      * the principal and cut to its own FEE TAX PAYABLE GL line
      * against cash clearing.
      * Names its job (HELDREV) to the forward-recovery journal at
      * start, so the balance, duplicate, velocity and counter
      * updates its calls make are journaled under it.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT COMPLIANCE-LOG-FILE ASSIGN TO "COMPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPLIANCE-LOG-STATUS.
           SELECT FIRST-PAYEE-LOG-FILE ASSIGN TO "PAYEELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-LOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY COMPLIANCE-LOG-REC.

       FD  FIRST-PAYEE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FIRST-PAYEE-LOG-REC.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.
       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'N'.
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "HELDREV".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE SPACES.
       01  WS-JRNL-ACTION          PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       01  WS-PENDING-REVIEW-STATUS PIC XX VALUE "00".
           88 PENDING-REVIEW-OK       VALUE "00".
           88 PENDING-REVIEW-EOF      VALUE "10".
           88 PENDING-OUT-OK       VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
           88 CUSTOMER-MASTER-OK      VALUE "00".
       01  WS-CUSTOMER-MASTER-SW   PIC X VALUE 'N'.
           88 CUSTOMER-MASTER-AVAILABLE VALUE 'Y'.
       01  WS-COMPLIANCE-LOG-STATUS PIC XX VALUE "00".
           88 COMPLIANCE-LOG-OK       VALUE "00".
           88 COMPLIANCE-LOG-NOT-FOUND VALUE "35".
       01  WS-PAYEE-LOG-STATUS     PIC XX VALUE "00".
           88 PAYEE-LOG-NOT-FOUND     VALUE "35".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK        VALUE "00".
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
       01  WS-PENDING-EOF-SWITCH   PIC X VALUE 'N'.
           88 END-OF-PENDING-FILE  VALUE 'Y'.
       01  WS-DISP-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-COUNT-DECLINED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CARRIED        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-RELEASE-FAILED PIC 9(7) VALUE ZERO.
       01  WS-KYC-CLEARED-SW       PIC X VALUE 'Y'.
           88 KYC-REVIEW-CLEARED   VALUE 'Y'.

      *    Fields for the call to PAYMENT, mirroring MAIN-PROGRAM.
       01  WS-CUSTOMER-ID          PIC 9(8) VALUE ZEROS.
       01  WS-FUNDS-STATUS         PIC X VALUE 'A'.
           88 FUNDS-AVAILABLE      VALUE 'A'.
           88 FUNDS-SHORT          VALUE 'S'.
       01  WS-FUNDS-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-DEBIT-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       01  WS-DEBIT-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-FX-MARGIN-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       01  WS-FEE-TAX-AMOUNT       PIC S9(5)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       REVIEW-LOGIC.

           PERFORM INIT-CURRENCY-TABLE VARYING WS-CT-IDX
               FROM 1 BY 1 UNTIL WS-CT-IDX > 15.
           PERFORM INIT-FX-MARGIN-TABLE VARYING WS-FM-IDX
               FROM 1 BY 1 UNTIL WS-FM-IDX > 10.

           PERFORM OPEN-REVIEW-FILES.
           PERFORM NAME-JOURNAL-JOB.
           PERFORM LOAD-DISPOSITION-TABLE.

           PERFORM READ-PENDING-RECORD.
           MOVE ZERO TO WS-CT-COUNT (WS-CT-IDX).
           MOVE ZERO TO WS-CT-BASE-AMOUNT (WS-CT-IDX).
           MOVE ZERO TO WS-CT-FEES (WS-CT-IDX).
           MOVE ZERO TO WS-CT-FEE-TAX (WS-CT-IDX).

       INIT-FX-MARGIN-TABLE.
           MOVE SPACES TO WS-FM-CURRENCY (WS-FM-IDX).
           MOVE ZERO TO WS-FM-AMOUNT (WS-FM-IDX).

       OPEN-REVIEW-FILES.
           OPEN INPUT PENDING-REVIEW-FILE.
                       WS-GL-EXTRACT-STATUS
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUSTOMER-MASTER-OK
               SET CUSTOMER-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "HELD REVIEW: UNABLE TO OPEN CUSTMAST "
                       WS-CUSTOMER-MASTER-STATUS
           END-IF.
           IF COMPLIANCE-LOG-NOT-FOUND
               OPEN OUTPUT COMPLIANCE-LOG-FILE
           END-IF.
           OPEN EXTEND FIRST-PAYEE-LOG-FILE.
           IF PAYEE-LOG-NOT-FOUND
               OPEN OUTPUT FIRST-PAYEE-LOG-FILE
           END-IF.

       LOAD-DISPOSITION-TABLE.
           OPEN INPUT DISPOSITION-FILE.
           MOVE SPACE TO WS-PROCESS-STATUS.
           MOVE ZERO TO WS-TRANSACTION-ID.

           IF HP-HOLD-REASON = "H004"
               PERFORM CHECK-KYC-CLEARED
               IF NOT KYC-REVIEW-CLEARED
                   ADD 1 TO WS-COUNT-RELEASE-FAILED
                   DISPLAY "HELD REVIEW: RELEASE BLOCKED - KYC REVIEW "
                           "STILL OVERDUE FOR " HP-CUSTOMER-ID
                   MOVE HELD-PAYMENT-RECORD TO PENDING-OUT-RECORD
                   WRITE PENDING-OUT-RECORD
                   PERFORM WRITE-DECISION-LOG
                   GO TO RELEASE-HELD-ITEM-EXIT
               END-IF
           END-IF.

      *    The successful check earmarks the amount, so the money
      *    is still there when PAYMENT posts a moment later.
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
           IF FUNDS-SHORT
               ADD 1 TO WS-COUNT-RELEASE-FAILED
               DISPLAY "HELD REVIEW: RELEASE BLOCKED - INSUFFICIENT "
                                WS-CHANNEL-REF
                                WS-BULK-ID
                                WS-ACCOUNT-NUMBER
                                WS-FEE-BEARER
                                WS-DEBIT-AMOUNT
                                WS-DEBIT-CURRENCY
                                WS-FX-MARGIN-AMOUNT
                                WS-FEE-TAX-AMOUNT.

           IF PROCESS-SUCCESS
               ADD 1 TO WS-COUNT-RELEASED
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
               DISPLAY "HELD REVIEW: RELEASED AND POSTED "
                       HP-CUSTOMER-ID " TRANS " WS-TRANSACTION-ID
           ELSE
      *        will reserve afresh.
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
      *        A failed release stays on the pending queue so the
      *        supervisor can try again once the cause is fixed.
               MOVE HELD-PAYMENT-RECORD TO PENDING-OUT-RECORD
           IF HP-HOLD-REASON = "H003"
               PERFORM WRITE-COMPLIANCE-DISPOSITION
           END-IF.
           IF HP-HOLD-REASON = "H005"
               PERFORM WRITE-PAYEE-DISPOSITION
           END-IF.

       RELEASE-HELD-ITEM-EXIT.
           EXIT.

       CHECK-KYC-CLEARED.
      *    A supervisor cannot override compliance - the review has
      *    to be on file first. Without the master there is no way
      *    to tell, so the item stays held.
           MOVE 'N' TO WS-KYC-CLEARED-SW.
           IF CUSTOMER-MASTER-AVAILABLE
               MOVE HP-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-KYC-NEXT-REVIEW-DATE NUMERIC
                          AND CM-KYC-NEXT-REVIEW-DATE NOT <
                              CW-CURRENT-DATE
                           SET KYC-REVIEW-CLEARED TO TRUE
                       END-IF
               END-READ
           END-IF.

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
               DISPLAY "HELD REVIEW: FX MARGIN TABLE FULL - "
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
           MOVE CW-CURRENT-TIME TO CL-LOG-TIME.
           MOVE HP-CUSTOMER-ID TO CL-CUSTOMER-ID.
           MOVE SPACES TO CL-CUSTOMER-NAME.
           IF CUSTOMER-MASTER-AVAILABLE
               MOVE HP-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
           MOVE CC-VERSION TO CL-VERSION.
           WRITE COMPLIANCE-LOG-RECORD.

       WRITE-PAYEE-DISPOSITION.
      *    Fraud operations measure the first-payee rule by how its
      *    holds are dispositioned, not just by how many it makes.
           MOVE CW-CURRENT-DATE TO FP-LOG-DATE.
           MOVE CW-CURRENT-TIME TO FP-LOG-TIME.
           MOVE HP-CUSTOMER-ID TO FP-CUSTOMER-ID.
           MOVE HP-ACCOUNT-NUMBER TO FP-ACCOUNT-NUMBER.
           MOVE HP-MERCHANT-ID TO FP-MERCHANT-ID.
           MOVE HP-PAYMENT-AMOUNT TO FP-PAYMENT-AMOUNT.
           MOVE HP-CURRENCY-CODE TO FP-CURRENCY-CODE.
           MOVE SPACE TO FP-RULE.
           MOVE ZERO TO FP-LAST-MAINT-DATE.
           IF WS-DISP-ACTION (WS-DISP-FOUND-IDX) = 'R'
               MOVE "RELEASED" TO FP-DISPOSITION
           ELSE
               MOVE "DECLINED" TO FP-DISPOSITION
           END-IF.
           MOVE CC-VERSION TO FP-VERSION.
           WRITE FIRST-PAYEE-LOG-RECORD.

       DECLINE-HELD-ITEM.
           ADD 1 TO WS-COUNT-DECLINED.
           MOVE SPACE TO WS-PROCESS-STATUS.
           IF HP-HOLD-REASON = "H003"
               PERFORM WRITE-COMPLIANCE-DISPOSITION
           END-IF.
           IF HP-HOLD-REASON = "H005"
               PERFORM WRITE-PAYEE-DISPOSITION
           END-IF.

       CARRY-ITEM-FORWARD.
           ADD 1 TO WS-COUNT-CARRIED.
           MOVE HP-HOLD-REASON TO HL-HOLD-REASON.
           MOVE WS-TRANSACTION-ID TO HL-RELEASE-TRANS-ID.
           MOVE WS-PROCESS-STATUS TO HL-RELEASE-STATUS.
           MOVE HP-CHANNEL-ID TO HL-CHANNEL-ID.
           MOVE HP-CHANNEL-REF TO HL-CHANNEL-REF.
           MOVE HP-ACCOUNT-NUMBER TO HL-ACCOUNT-NUMBER.
           MOVE HP-MERCHANT-ID TO HL-MERCHANT-ID.
           MOVE CC-VERSION TO HL-VERSION.
           WRITE HELD-LOG-RECORD.

       NAME-JOURNAL-JOB.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-JOB-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.

       CLOSE-REVIEW-FILES.
           CLOSE PENDING-REVIEW-FILE.
           CLOSE HELD-LOG-FILE.
           CLOSE PENDING-OUT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE COMPLIANCE-LOG-FILE.
           CLOSE FIRST-PAYEE-LOG-FILE.
           CLOSE GL-EXTRACT-FILE.
