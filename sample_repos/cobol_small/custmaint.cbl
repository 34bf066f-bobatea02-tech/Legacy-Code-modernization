      * inapplicable transactions are written to their own exception
      * file, and every applied change is written to an append-only
      * before/after audit trail.
      * Maintains the know-your-customer review fields: a KYC
      * transaction (action K) records a completed review - the
      * review date, the date the next review falls due and the
      * risk rating - with the usual before/after audit images, and
      * an add may carry the same fields for a new customer. The
      * review date may not be in the future and the next review
      * must fall after it.
      * A close - action X, or a change to status C - is first put
      * through CLOSURE-CHECK and refused while the customer still
      * has a non-zero balance (M012), earmarked funds (M013), an
      * open dispute (M014) or a payment waiting for approval
      * (M015), or when the balances cannot be read (M016). An
      * applied close has CLOSURE-CHECK queue the cancellation of
      * the customer's standing orders and parked payments for the
      * following job steps, and every item is listed on the
      * closure report. Closing a closed customer is M017.
      * Keeps the customer's blocked merchant categories: a block
      * (action B) adds the category code on the transaction to the
      * customer's list of up to ten and an unblock (action U) takes
      * it off, each audited with the code it applied. A code that
      * is not four digits is M018, a full list M019, blocking a
      * category already blocked M020 and unblocking one that is not
      * M021.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FD  MAINT-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REJECT-RECORD.
           05  MR-MAINT-IMAGE          PIC X(70).
           05  MR-ERROR-CODE           PIC X(4).
           05  MR-ERROR-MESSAGE        PIC X(40).

           05  WS-BEFORE-STATUS    PIC X.
           05  WS-BEFORE-TIER      PIC X.
           05  WS-BEFORE-NAME      PIC X(30).
           05  WS-BEFORE-KYC-LAST  PIC 9(8).
           05  WS-BEFORE-KYC-NEXT  PIC 9(8).
           05  WS-BEFORE-KYC-RISK  PIC X.
       01  WS-BLOCK-MAX            PIC 9(2) VALUE 10.
       01  WS-BLOCK-IDX            PIC 9(2) VALUE ZERO.
       01  WS-BLOCK-FOUND-IDX      PIC 9(2) VALUE ZERO.
       01  WS-BLOCK-FREE-IDX       PIC 9(2) VALUE ZERO.
       01  WS-COUNT-READ           PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ADDED          PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CHANGED        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CLOSED         PIC 9(7) VALUE ZERO.
       01  WS-COUNT-RETIERED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-REVIEWED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-BLOCKED        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-UNBLOCKED      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-REJECTED       PIC 9(7) VALUE ZERO.
       01  WS-CLOSE-FUNCTION       PIC X VALUE 'C'.
       01  WS-CLOSE-ACCOUNT        PIC 9(4) VALUE ZERO.
       01  WS-CLOSE-SCOPE          PIC X VALUE 'C'.
       01  WS-CLOSE-RESULT         PIC X VALUE 'Y'.
           88 CLOSE-CLEAR          VALUE 'Y'.
           88 CLOSE-HAS-BALANCE    VALUE 'B'.
           88 CLOSE-HAS-EARMARK    VALUE 'E'.
           88 CLOSE-HAS-DISPUTE    VALUE 'D'.
           88 CLOSE-HAS-APPROVAL   VALUE 'Q'.

       PROCEDURE DIVISION.
       MAINT-LOGIC.
               UNTIL END-OF-MAINT-FILE.

           PERFORM CLOSE-MAINT-FILES.
           MOVE 'F' TO WS-CLOSE-FUNCTION.
           PERFORM CALL-CLOSURE-CHECK.

           DISPLAY "CUSTOMER MAINT: TRANSACTIONS READ:   "
                   WS-COUNT-READ.
                   WS-COUNT-CLOSED.
           DISPLAY "CUSTOMER MAINT: TIERS CHANGED:       "
                   WS-COUNT-RETIERED.
           DISPLAY "CUSTOMER MAINT: KYC REVIEWS RECORDED:"
                   WS-COUNT-REVIEWED.
           DISPLAY "CUSTOMER MAINT: CATEGORIES BLOCKED:  "
                   WS-COUNT-BLOCKED.
           DISPLAY "CUSTOMER MAINT: CATEGORIES UNBLOCKED:"
                   WS-COUNT-UNBLOCKED.
           DISPLAY "CUSTOMER MAINT: TRANSACTIONS REJECTED:"
                   WS-COUNT-REJECTED.
           DISPLAY "=================================".
                       PERFORM APPLY-CLOSE-CUSTOMER
                   WHEN CU-ACTION-TIER
                       PERFORM APPLY-TIER-CHANGE
                   WHEN CU-ACTION-KYC
                       PERFORM APPLY-KYC-REVIEW
                   WHEN CU-ACTION-BLOCK
                       PERFORM APPLY-CATEGORY-BLOCK
                   WHEN CU-ACTION-UNBLOCK
                       PERFORM APPLY-CATEGORY-UNBLOCK
               END-EVALUATE
           END-IF.

       EDIT-MAINT-TRANS.
           IF NOT CU-ACTION-ADD AND NOT CU-ACTION-CHANGE
              AND NOT CU-ACTION-CLOSE AND NOT CU-ACTION-TIER
              AND NOT CU-ACTION-KYC AND NOT CU-ACTION-BLOCK
              AND NOT CU-ACTION-UNBLOCK
               MOVE "M001" TO CW-ERROR-CODE
               MOVE "INVALID ACTION CODE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
                   MOVE 'N' TO WS-MAINT-VALID-SW
               END-IF
           END-IF.
      *    The review fields are required on a KYC transaction and
      *    optional on an add - an add with them blank leaves the
      *    customer with no review scheduled.
           IF MAINT-TRANS-VALID
              AND (CU-ACTION-KYC
                   OR (CU-ACTION-ADD AND CU-KYC-DATA NOT = SPACES))
               PERFORM EDIT-KYC-FIELDS
           END-IF.
           IF MAINT-TRANS-VALID
              AND (CU-ACTION-BLOCK OR CU-ACTION-UNBLOCK)
               IF CU-CATEGORY-CODE NOT NUMERIC
                   MOVE "M018" TO CW-ERROR-CODE
                   MOVE "CATEGORY CODE MUST BE 4 DIGITS" TO
                       CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               END-IF
           END-IF.

       EDIT-KYC-FIELDS.
           IF CU-KYC-LAST-REVIEW-DATE NOT NUMERIC
              OR CU-KYC-NEXT-REVIEW-DATE NOT NUMERIC
              OR CU-KYC-LAST-REVIEW-DATE = ZERO
               MOVE "M008" TO CW-ERROR-CODE
               MOVE "KYC REVIEW DATES MISSING OR INVALID" TO
                   CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               IF CU-KYC-LAST-REVIEW-DATE > CW-CURRENT-DATE
                   MOVE "M009" TO CW-ERROR-CODE
                   MOVE "KYC REVIEW DATE IS IN THE FUTURE" TO
                       CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               ELSE
                   IF CU-KYC-NEXT-REVIEW-DATE NOT >
                      CU-KYC-LAST-REVIEW-DATE
                       MOVE "M010" TO CW-ERROR-CODE
                       MOVE "NEXT REVIEW MUST FOLLOW LAST REVIEW" TO
                           CW-ERROR-MESSAGE
                       MOVE 'N' TO WS-MAINT-VALID-SW
                   END-IF
               END-IF
           END-IF.
           IF MAINT-TRANS-VALID AND NOT CU-KYC-RISK-VALID
               MOVE "M011" TO CW-ERROR-CODE
               MOVE "INVALID KYC RISK RATING" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           END-IF.

       LOOKUP-MASTER-RECORD.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE ZERO TO WS-BEFORE-KYC-LAST
               MOVE ZERO TO WS-BEFORE-KYC-NEXT
               MOVE CU-CUSTOMER-ID TO CM-CUSTOMER-ID
               MOVE 'A' TO CM-CUSTOMER-STATUS
               MOVE CU-CUSTOMER-TIER TO CM-CUSTOMER-TIER
               MOVE CU-CUSTOMER-NAME TO CM-CUSTOMER-NAME
               IF CU-KYC-DATA = SPACES
                   MOVE ZERO TO CM-KYC-LAST-REVIEW-DATE
                   MOVE ZERO TO CM-KYC-NEXT-REVIEW-DATE
                   MOVE SPACE TO CM-KYC-RISK-RATING
               ELSE
                   MOVE CU-KYC-LAST-REVIEW-DATE TO
                       CM-KYC-LAST-REVIEW-DATE
                   MOVE CU-KYC-NEXT-REVIEW-DATE TO
                       CM-KYC-NEXT-REVIEW-DATE
                   MOVE CU-KYC-RISK-RATING TO CM-KYC-RISK-RATING
               END-IF
               MOVE SPACES TO CM-BLOCKED-CATEGORIES
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER MAINT: ERROR WRITING CUSTMAST "
               MOVE "CUSTOMER NOT ON FILE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
      *        A change that closes the customer is a close, and
      *        gets the same dependency check.
               IF CU-CUSTOMER-STATUS = 'C' AND NOT CM-STATUS-CLOSED
                   PERFORM CHECK-CLOSE-DEPENDENCIES
               END-IF
           END-IF.
           IF MAINT-TRANS-VALID
               PERFORM SAVE-BEFORE-IMAGE
      *        Only the fields supplied on the transaction change -
      *        blank status/tier/name leave the master value alone.
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-COUNT-CHANGED
               PERFORM WRITE-AUDIT-RECORD
               IF CM-STATUS-CLOSED AND WS-BEFORE-STATUS NOT = 'C'
                   PERFORM CASCADE-CUSTOMER-CLOSE
               END-IF
           END-IF.

       APPLY-CLOSE-CUSTOMER.
               MOVE "CUSTOMER NOT ON FILE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               IF CM-STATUS-CLOSED
                   MOVE "M017" TO CW-ERROR-CODE
                   MOVE "CUSTOMER ALREADY CLOSED" TO CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               ELSE
                   PERFORM CHECK-CLOSE-DEPENDENCIES
               END-IF
           END-IF.
           IF MAINT-TRANS-VALID
               PERFORM SAVE-BEFORE-IMAGE
               MOVE 'C' TO CM-CUSTOMER-STATUS
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-COUNT-CLOSED
               PERFORM WRITE-AUDIT-RECORD
               PERFORM CASCADE-CUSTOMER-CLOSE
           END-IF.

       CHECK-CLOSE-DEPENDENCIES.
           MOVE 'C' TO WS-CLOSE-FUNCTION.
           PERFORM CALL-CLOSURE-CHECK.
           IF NOT CLOSE-CLEAR
               MOVE 'N' TO WS-MAINT-VALID-SW
               EVALUATE TRUE
                   WHEN CLOSE-HAS-BALANCE
                       MOVE "M012" TO CW-ERROR-CODE
                       MOVE "CUSTOMER HAS A NON-ZERO BALANCE" TO
                           CW-ERROR-MESSAGE
                   WHEN CLOSE-HAS-EARMARK
                       MOVE "M013" TO CW-ERROR-CODE
                       MOVE "CUSTOMER HAS EARMARKED FUNDS" TO
                           CW-ERROR-MESSAGE
                   WHEN CLOSE-HAS-DISPUTE
                       MOVE "M014" TO CW-ERROR-CODE
                       MOVE "CUSTOMER HAS AN OPEN DISPUTE" TO
                           CW-ERROR-MESSAGE
                   WHEN CLOSE-HAS-APPROVAL
                       MOVE "M015" TO CW-ERROR-CODE
                       MOVE "CUSTOMER HAS A PAYMENT PENDING APPROVAL"
                           TO CW-ERROR-MESSAGE
                   WHEN OTHER
                       MOVE "M016" TO CW-ERROR-CODE
                       MOVE "CLOSURE CHECK FILES UNAVAILABLE" TO
                           CW-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

       CASCADE-CUSTOMER-CLOSE.
           MOVE 'X' TO WS-CLOSE-FUNCTION.
           PERFORM CALL-CLOSURE-CHECK.

       CALL-CLOSURE-CHECK.
           CALL 'CLOSURE-CHECK' USING WS-CLOSE-FUNCTION
                                      CU-CUSTOMER-ID
                                      WS-CLOSE-ACCOUNT
                                      WS-CLOSE-SCOPE
                                      CU-USER-ID
                                      WS-CLOSE-RESULT.

       APPLY-TIER-CHANGE.
           IF NOT MASTER-FOUND
               MOVE "M006" TO CW-ERROR-CODE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       APPLY-KYC-REVIEW.
           IF NOT MASTER-FOUND
               MOVE "M006" TO CW-ERROR-CODE
               MOVE "CUSTOMER NOT ON FILE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               PERFORM SAVE-BEFORE-IMAGE
               MOVE CU-KYC-LAST-REVIEW-DATE TO CM-KYC-LAST-REVIEW-DATE
               MOVE CU-KYC-NEXT-REVIEW-DATE TO CM-KYC-NEXT-REVIEW-DATE
               MOVE CU-KYC-RISK-RATING TO CM-KYC-RISK-RATING
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-COUNT-REVIEWED
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       APPLY-CATEGORY-BLOCK.
           IF NOT MASTER-FOUND
               MOVE "M006" TO CW-ERROR-CODE
               MOVE "CUSTOMER NOT ON FILE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               PERFORM FIND-BLOCKED-CATEGORY
               IF WS-BLOCK-FOUND-IDX > ZERO
                   MOVE "M020" TO CW-ERROR-CODE
                   MOVE "CATEGORY ALREADY BLOCKED" TO CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               ELSE
                   IF WS-BLOCK-FREE-IDX = ZERO
                       MOVE "M019" TO CW-ERROR-CODE
                       MOVE "BLOCKED CATEGORY LIST IS FULL" TO
                           CW-ERROR-MESSAGE
                       MOVE 'N' TO WS-MAINT-VALID-SW
                   END-IF
               END-IF
           END-IF.
           IF MAINT-TRANS-VALID
               PERFORM SAVE-BEFORE-IMAGE
               MOVE CU-CATEGORY-CODE TO
                   CM-BLOCKED-CATEGORY (WS-BLOCK-FREE-IDX)
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-COUNT-BLOCKED
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       APPLY-CATEGORY-UNBLOCK.
           IF NOT MASTER-FOUND
               MOVE "M006" TO CW-ERROR-CODE
               MOVE "CUSTOMER NOT ON FILE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               PERFORM FIND-BLOCKED-CATEGORY
               IF WS-BLOCK-FOUND-IDX = ZERO
                   MOVE "M021" TO CW-ERROR-CODE
                   MOVE "CATEGORY NOT BLOCKED" TO CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               END-IF
           END-IF.
           IF MAINT-TRANS-VALID
               PERFORM SAVE-BEFORE-IMAGE
               MOVE SPACES TO
                   CM-BLOCKED-CATEGORY (WS-BLOCK-FOUND-IDX)
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-COUNT-UNBLOCKED
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    Leaves WS-BLOCK-FOUND-IDX on the slot holding the
      *    transaction's category and WS-BLOCK-FREE-IDX on the first
      *    unused slot, each zero when there is none.
       FIND-BLOCKED-CATEGORY.
           MOVE ZERO TO WS-BLOCK-FOUND-IDX.
           MOVE ZERO TO WS-BLOCK-FREE-IDX.
           PERFORM SCAN-BLOCKED-CATEGORY VARYING WS-BLOCK-IDX
               FROM 1 BY 1 UNTIL WS-BLOCK-IDX > WS-BLOCK-MAX.

       SCAN-BLOCKED-CATEGORY.
           IF CM-BLOCKED-CATEGORY (WS-BLOCK-IDX) = CU-CATEGORY-CODE
               MOVE WS-BLOCK-IDX TO WS-BLOCK-FOUND-IDX
           END-IF.
           IF CM-BLOCKED-CATEGORY (WS-BLOCK-IDX) = SPACES
              AND WS-BLOCK-FREE-IDX = ZERO
               MOVE WS-BLOCK-IDX TO WS-BLOCK-FREE-IDX
           END-IF.

       SAVE-BEFORE-IMAGE.
           MOVE CM-CUSTOMER-STATUS TO WS-BEFORE-STATUS.
           MOVE CM-CUSTOMER-TIER TO WS-BEFORE-TIER.
           MOVE CM-CUSTOMER-NAME TO WS-BEFORE-NAME.
           MOVE CM-KYC-LAST-REVIEW-DATE TO WS-BEFORE-KYC-LAST.
           MOVE CM-KYC-NEXT-REVIEW-DATE TO WS-BEFORE-KYC-NEXT.
           MOVE CM-KYC-RISK-RATING TO WS-BEFORE-KYC-RISK.

       REWRITE-MASTER-RECORD.
           REWRITE CUSTOMER-MASTER-RECORD
           MOVE WS-BEFORE-STATUS TO CA-BEFORE-STATUS.
           MOVE WS-BEFORE-TIER TO CA-BEFORE-TIER.
           MOVE WS-BEFORE-NAME TO CA-BEFORE-NAME.
           MOVE WS-BEFORE-KYC-LAST TO CA-BEFORE-KYC-LAST.
           MOVE WS-BEFORE-KYC-NEXT TO CA-BEFORE-KYC-NEXT.
           MOVE WS-BEFORE-KYC-RISK TO CA-BEFORE-KYC-RISK.
           MOVE CM-CUSTOMER-STATUS TO CA-AFTER-STATUS.
           MOVE CM-CUSTOMER-TIER TO CA-AFTER-TIER.
           MOVE CM-CUSTOMER-NAME TO CA-AFTER-NAME.
           MOVE CM-KYC-LAST-REVIEW-DATE TO CA-AFTER-KYC-LAST.
           MOVE CM-KYC-NEXT-REVIEW-DATE TO CA-AFTER-KYC-NEXT.
           MOVE CM-KYC-RISK-RATING TO CA-AFTER-KYC-RISK.
           IF CU-ACTION-BLOCK OR CU-ACTION-UNBLOCK
               MOVE CU-CATEGORY-CODE TO CA-CATEGORY-CODE
           ELSE
               MOVE SPACES TO CA-CATEGORY-CODE
           END-IF.
           MOVE CC-VERSION TO CA-VERSION.
           WRITE CUST-AUDIT-RECORD.

