      * 'X' records: an amount carrying more fraction than the
      * currency's minor units allow (cents on a JPY payment) is
      * rejected V020 instead of posting as the wrong magnitude.
      * Enforces the customer's know-your-customer review: a
      * payment from a customer whose next-review date is more than
      * the VALPARM 'K' grace period (30 days by default) in the
      * past comes back with status H and hold reason H004, and the
      * caller parks it for HELD-REVIEW instead of posting it.
      * Reversals are never held - they give money back.
      * Rejects a payment against an account the DORMANCY-SWEEP
      * has marked dormant (V022) until ACCOUNT-MAINT reactivates
      * it; reversals still pass.
      * Rejects a payment to a merchant whose category code is on
      * the paying customer's blocked categories (V023) - betting,
      * crypto and the like, blocked at the customer's request
      * through CUSTOMER-MAINT. Reversals still pass.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-VIP-MAX-PAYMENT      PIC 9(7)V99 VALUE 999999.99.
       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
       01  WS-CUST-RANGE-EFF-DATE  PIC 9(8) VALUE ZERO.
       01  WS-KYC-GRACE-DAYS       PIC 9(3) VALUE 30.
       01  WS-KYC-GRACE-EFF-DATE   PIC 9(8) VALUE ZERO.
       01  WS-KYC-DAYS-OVERDUE     PIC S9(7) VALUE ZERO.
       01  WS-PARM-FOUND-IDX       PIC 9(2) VALUE ZERO.
       01  WS-BLOCK-IDX            PIC 9(2) VALUE ZERO.
       01  WS-CATEGORY-BLOCKED-SW  PIC X VALUE 'N'.
           88 CATEGORY-BLOCKED     VALUE 'Y'.
       01  WS-LOG-PROGRAM          PIC X(8) VALUE "VALIDATE".
       01  WS-LOG-LEVEL            PIC X VALUE 'I'.
       01  WS-LOG-MESSAGE          PIC X(80) VALUE SPACES.
       01  LS-VALIDATION-STATUS    PIC X.
           88 VALID-PAYMENT        VALUE 'Y'.
           88 INVALID-PAYMENT      VALUE 'N'.
           88 REVIEW-HOLD          VALUE 'H'.
       COPY DATE-TIME-STAMP-REC.
       COPY ERROR-INFO-REC.
       01  LS-CURRENCY-CODE        PIC X(3).
           88 LS-METHOD-VALID      VALUE 'A' 'C' 'W'.
       01  LS-TRANSACTION-TYPE     PIC X.
           88 LS-TYPE-BULK-HEADER  VALUE 'B'.
           88 LS-TYPE-REVERSAL     VALUE 'R'.
       01  LS-ACCOUNT-NUMBER       PIC 9(4).
      *    In: the input's override or space; out: the resolved
      *    bearer the posting should price under.
               PERFORM RESOLVE-FEE-BEARER
           END-IF.

           IF VALID-PAYMENT AND NOT LS-TYPE-REVERSAL
               PERFORM CHECK-KYC-REVIEW
           END-IF.

           GOBACK.

       CHECK-KYC-REVIEW.
      *    The customer record is still in the buffer from the
      *    master lookup. A zero or unset next-review date means
      *    compliance has not scheduled one, and nothing is held.
           IF CM-KYC-NEXT-REVIEW-DATE NUMERIC
              AND CM-KYC-NEXT-REVIEW-DATE NOT = ZERO
              AND CM-KYC-NEXT-REVIEW-DATE < WS-RUN-DATE-NUM
               COMPUTE WS-KYC-DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE
                         (CM-KYC-NEXT-REVIEW-DATE)
               IF WS-KYC-DAYS-OVERDUE > WS-KYC-GRACE-DAYS
                   MOVE 'H' TO LS-VALIDATION-STATUS
                   MOVE "H004" TO LS-ERROR-CODE
                   MOVE "HELD - KYC REVIEW OVERDUE" TO
                       LS-ERROR-MESSAGE
                   PERFORM LOG-VALIDATION-FAILURE
               END-IF
           END-IF.

       RESOLVE-FEE-BEARER.
           IF NOT LS-BEARER-VALID
               MOVE 'N' TO LS-VALIDATION-STATUS
               ELSE
                   IF PM-TYPE-CURRENCY
                       PERFORM APPLY-CURRENCY-VERSION
                   ELSE
                       IF PM-TYPE-KYC-GRACE
                          AND PM-KYC-GRACE-DAYS NUMERIC
                          AND PM-EFFECTIVE-DATE >=
                              WS-KYC-GRACE-EFF-DATE
                           MOVE PM-KYC-GRACE-DAYS TO
                               WS-KYC-GRACE-DAYS
                           MOVE PM-EFFECTIVE-DATE TO
                               WS-KYC-GRACE-EFF-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
                       MOVE "MERCHANT NOT ACTIVE" TO LS-ERROR-MESSAGE
                       PERFORM LOG-VALIDATION-FAILURE
                   END-IF
                   IF VALID-PAYMENT AND NOT LS-TYPE-REVERSAL
                      AND MM-CATEGORY-CODE NOT = SPACES
                       PERFORM CHECK-BLOCKED-CATEGORY
                   END-IF
               END-IF
           END-IF.

      *    The customer record read by LOOKUP-CUSTOMER-MASTER is
      *    still in the buffer - its blocked categories against the
      *    merchant's category code.
       CHECK-BLOCKED-CATEGORY.
           MOVE 'N' TO WS-CATEGORY-BLOCKED-SW.
           PERFORM SCAN-BLOCKED-CATEGORY VARYING WS-BLOCK-IDX
               FROM 1 BY 1 UNTIL WS-BLOCK-IDX > 10
                  OR CATEGORY-BLOCKED.
           IF CATEGORY-BLOCKED
               MOVE 'N' TO LS-VALIDATION-STATUS
               MOVE "V023" TO LS-ERROR-CODE
               MOVE "PAYEE CATEGORY BLOCKED BY CUSTOMER" TO
                   LS-ERROR-MESSAGE
               PERFORM LOG-VALIDATION-FAILURE
           END-IF.

       SCAN-BLOCKED-CATEGORY.
           IF CM-BLOCKED-CATEGORY (WS-BLOCK-IDX) = MM-CATEGORY-CODE
               SET CATEGORY-BLOCKED TO TRUE
           END-IF.

       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
                       MOVE "ACCOUNT NOT FOUND" TO LS-ERROR-MESSAGE
                       PERFORM LOG-VALIDATION-FAILURE
               END-READ
      *        A dormant account stays dormant until ACCOUNT-MAINT
      *        reactivates it - but a reversal still gives the money
      *        back.
               IF VALID-PAYMENT AND AM-STATUS-DORMANT
                   IF NOT LS-TYPE-REVERSAL
                       MOVE 'N' TO LS-VALIDATION-STATUS
                       MOVE "V022" TO LS-ERROR-CODE
                       MOVE "ACCOUNT DORMANT" TO LS-ERROR-MESSAGE
                       PERFORM LOG-VALIDATION-FAILURE
                   END-IF
               ELSE
               IF VALID-PAYMENT AND NOT AM-STATUS-ACTIVE
                   MOVE 'N' TO LS-VALIDATION-STATUS
                   MOVE "V018" TO LS-ERROR-CODE
                   MOVE "ACCOUNT CLOSED" TO LS-ERROR-MESSAGE
                   PERFORM LOG-VALIDATION-FAILURE
               END-IF
               END-IF
           END-IF.

       OPEN-CUSTOMER-MASTER.
