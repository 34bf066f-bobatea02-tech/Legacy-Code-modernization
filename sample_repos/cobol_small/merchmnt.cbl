      * batch step. Malformed or inapplicable transactions go to
      * their own exception file, and every applied change is
      * written to the append-only before/after audit trail.
      * The merchant category code is maintained here too, so the
      * customer category blocks and the by-category totals work
      * from the same audited classification.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FD  MAINT-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REJECT-RECORD.
           05  MR-MAINT-IMAGE          PIC X(78).
           05  MR-ERROR-CODE           PIC X(4).
           05  MR-ERROR-MESSAGE        PIC X(40).

           05  WS-BEFORE-BEARER    PIC X.
           05  WS-BEFORE-ROUTING   PIC 9(9).
           05  WS-BEFORE-ACCOUNT   PIC X(17).
           05  WS-BEFORE-CATEGORY  PIC X(4).
       01  WS-COUNT-READ           PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ADDED          PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CHANGED        PIC 9(7) VALUE ZERO.
                       CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               END-IF
               IF MN-CATEGORY-CODE NOT NUMERIC
                  AND MN-CATEGORY-CODE NOT = SPACES
                   MOVE "N008" TO CW-ERROR-CODE
                   MOVE "CATEGORY CODE MUST BE 4 DIGITS" TO
                       CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               END-IF
           END-IF.

       LOOKUP-MASTER-RECORD.
               END-IF
               MOVE MN-BANK-ROUTING TO MM-BANK-ROUTING
               MOVE MN-BANK-ACCOUNT TO MM-BANK-ACCOUNT
               MOVE MN-CATEGORY-CODE TO MM-CATEGORY-CODE
               WRITE MERCHANT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "MERCHANT MAINT: ERROR WRITING "
               IF MN-BANK-ACCOUNT NOT = SPACES
                   MOVE MN-BANK-ACCOUNT TO MM-BANK-ACCOUNT
               END-IF
               IF MN-CATEGORY-CODE NOT = SPACES
                   MOVE MN-CATEGORY-CODE TO MM-CATEGORY-CODE
               END-IF
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-COUNT-CHANGED
               PERFORM WRITE-AUDIT-RECORD
           MOVE MM-FEE-BEARER TO WS-BEFORE-BEARER.
           MOVE MM-BANK-ROUTING TO WS-BEFORE-ROUTING.
           MOVE MM-BANK-ACCOUNT TO WS-BEFORE-ACCOUNT.
           MOVE MM-CATEGORY-CODE TO WS-BEFORE-CATEGORY.

       REWRITE-MASTER-RECORD.
           REWRITE MERCHANT-MASTER-RECORD
           MOVE MM-FEE-BEARER TO MU-AFTER-FEE-BEARER.
           MOVE MM-BANK-ROUTING TO MU-AFTER-BANK-ROUTING.
           MOVE MM-BANK-ACCOUNT TO MU-AFTER-BANK-ACCOUNT.
           MOVE WS-BEFORE-CATEGORY TO MU-BEFORE-CATEGORY.
           MOVE MM-CATEGORY-CODE TO MU-AFTER-CATEGORY.
           MOVE CC-VERSION TO MU-VERSION.
           WRITE MERCH-AUDIT-RECORD.

