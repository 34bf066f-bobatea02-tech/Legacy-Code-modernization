      * day's closing balances against opening plus activity.
      * Runs under the BUSDATE business date so the audit trail and
      * balance stamps match the cycle.
      * Credits to an account marked dormant are still applied.
      * Every balance record created or rewritten goes, before and
      * after, to the forward-recovery journal (RCVJRNL) under the
      * BALCRED job, so a damaged CUSTBAL can be restored and rolled
      * forward without losing the day's credits.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-COUNT-CREATED        PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-APPLIED        PIC S9(11)V99 VALUE ZERO.

      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'W'.
       01  WS-JRNL-NAME            PIC X(8) VALUE "BALCRED".
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "BALCRED".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE "CUSTBAL".
       01  WS-JRNL-ACTION          PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       01  WS-CREDIT-EXCEPTION-DETAIL.
           05  CX-REASON-TEXT      PIC X(26).
           05  FILLER              PIC X(10) VALUE " CUSTOMER ".
           END-IF.

           PERFORM OPEN-FUNDING-FILES.
           PERFORM NAME-JOURNAL-JOB.

           PERFORM READ-CREDIT-RECORD.
           PERFORM APPLY-ONE-CREDIT
                   END-READ
               END-IF
           END-IF.
      *    Money in is no fraud risk, so a dormant account still
      *    takes its credits - only closed accounts refuse them.
           IF CREDIT-VALID AND NOT AM-STATUS-ACTIVE
              AND NOT AM-STATUS-DORMANT
               MOVE "ACCOUNT CLOSED" TO CX-REASON-TEXT
               MOVE 'N' TO WS-CREDIT-VALID-SW
           END-IF.
                       INVALID KEY
                           DISPLAY "BALANCE CREDIT: ERROR WRITING "
                                   "CUSTBAL " WS-CUST-BALANCE-STATUS
                       NOT INVALID KEY
                           MOVE 'A' TO WS-JRNL-ACTION
                           MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                           PERFORM JOURNAL-BALANCE-UPDATE
                   END-WRITE
                   ADD 1 TO WS-COUNT-CREATED
               NOT INVALID KEY
                   MOVE CUST-BALANCE-RECORD TO WS-JRNL-BEFORE-IMAGE
                   ADD BC-CREDIT-AMOUNT TO CB-AVAILABLE-AMOUNT
                   MOVE CW-CURRENT-DATE TO CB-LAST-UPDATE-DATE
      *            A deposit that brings the account back to zero
                       INVALID KEY
                           DISPLAY "BALANCE CREDIT: ERROR REWRITING "
                                   "CUSTBAL " WS-CUST-BALANCE-STATUS
                       NOT INVALID KEY
                           MOVE 'C' TO WS-JRNL-ACTION
                           PERFORM JOURNAL-BALANCE-UPDATE
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-COUNT-APPLIED.
           PERFORM WRITE-BALANCE-AUDIT.
           PERFORM WRITE-BALANCE-LEDGER.

       NAME-JOURNAL-JOB.
           MOVE 'N' TO WS-JRNL-FUNCTION.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-JOB-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.
           MOVE 'W' TO WS-JRNL-FUNCTION.

       JOURNAL-BALANCE-UPDATE.
           MOVE CUST-BALANCE-RECORD TO WS-JRNL-AFTER-IMAGE.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.

       WRITE-BALANCE-AUDIT.
           MOVE CW-CURRENT-DATE TO BA-AUDIT-DATE.
           MOVE CW-CURRENT-TIME TO BA-AUDIT-TIME.
