      * releases by business date, so a Friday-evening roll lands
      * on Monday's cycle without the terminal needing the holiday
      * calendar.
      * Warns the operator when the customer's KYC review is past
      * due: the entry is still captured, but the accepted message
      * says tonight's VALIDATION may hold it for compliance.
      * Refuses a payment to a merchant whose category code the
      * customer has blocked (V023, as in the batch), so a blocked
      * betting or crypto payee never reaches the capture queue.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-CAPTURE-TIME-HHMM    PIC 9(4) VALUE ZERO.
       01  WS-VALUE-DATE           PIC 9(8) VALUE ZERO.
       01  WS-VALUE-DATE-INT       PIC S9(7) VALUE ZERO.
       01  WS-KYC-OVERDUE-SW       PIC X VALUE 'N'.
           88 KYC-REVIEW-OVERDUE   VALUE 'Y'.
       01  WS-BLOCK-IDX            PIC 9(2) VALUE ZERO.
       01  WS-CATEGORY-BLOCKED-SW  PIC X VALUE 'N'.
           88 CATEGORY-BLOCKED     VALUE 'Y'.
       01  WS-CAP-ACCEPT-MESSAGE   PIC X(80) VALUE SPACES.
       COPY ONLINE-CAPTURE-REC.
       COPY CUSTOMER-MASTER-REC.
       COPY MERCHANT-MASTER-REC.
                   MOVE "AFTER CUTOFF - VALUES NEXT BUSINESS DAY" TO
                       LK-CAP-ERROR-MESSAGE
               END-IF
      *        Captured all the same - the grace period and the
      *        hold itself belong to tonight's VALIDATION.
               IF KYC-REVIEW-OVERDUE
                   MOVE SPACES TO WS-CAP-ACCEPT-MESSAGE
                   STRING LK-CAP-ERROR-MESSAGE DELIMITED BY "  "
                          " - KYC REVIEW OVERDUE, MAY BE HELD"
                              DELIMITED BY SIZE
                          INTO WS-CAP-ACCEPT-MESSAGE
                   MOVE WS-CAP-ACCEPT-MESSAGE TO LK-CAP-ERROR-MESSAGE
               END-IF
           ELSE
               MOVE 'N' TO LK-CAP-LAST-STATUS
               MOVE CW-ERROR-CODE TO LK-CAP-ERROR-CODE
                   MOVE "V006" TO CW-ERROR-CODE
                   MOVE "CUSTOMER ACCOUNT CLOSED" TO CW-ERROR-MESSAGE
               END-IF
               IF CM-KYC-NEXT-REVIEW-DATE NUMERIC
                  AND CM-KYC-NEXT-REVIEW-DATE NOT = ZERO
                  AND CM-KYC-NEXT-REVIEW-DATE < CW-CURRENT-DATE
                   SET KYC-REVIEW-OVERDUE TO TRUE
               END-IF
           END-IF.

       CHECK-CAPTURE-MERCHANT.
                   MOVE "MERCHANT NOT ACTIVE" TO CW-ERROR-MESSAGE
               END-IF
           END-IF.
      *    CUSTOMER-MASTER-RECORD still holds the payer read by
      *    CHECK-CAPTURE-CUSTOMER.
           IF VALID-PAYMENT AND MM-CATEGORY-CODE NOT = SPACES
               MOVE 'N' TO WS-CATEGORY-BLOCKED-SW
               PERFORM SCAN-BLOCKED-CATEGORY VARYING WS-BLOCK-IDX
                   FROM 1 BY 1 UNTIL WS-BLOCK-IDX > 10
                      OR CATEGORY-BLOCKED
               IF CATEGORY-BLOCKED
                   MOVE 'N' TO WS-VALIDATION-STATUS
                   MOVE "V023" TO CW-ERROR-CODE
                   MOVE "PAYEE CATEGORY BLOCKED BY CUSTOMER" TO
                       CW-ERROR-MESSAGE
               END-IF
           END-IF.

       SCAN-BLOCKED-CATEGORY.
           IF CM-BLOCKED-CATEGORY (WS-BLOCK-IDX) = MM-CATEGORY-CODE
               SET CATEGORY-BLOCKED TO TRUE
           END-IF.

       APPLY-CAPTURE-CUTOFF.
      *    The region's CUTOFFS file carries one in-force record
