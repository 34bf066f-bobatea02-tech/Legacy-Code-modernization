       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSURE-CHECK.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Closure dependency check - Called by CUSTOMER-MAINT and
      * ACCOUNT-MAINT before they close a customer or one of its
      * accounts, so a close no longer leaves money stranded on the
      * balance file or standing orders generating doomed payments
      * for a closed customer.
      * Function C checks the customer (scope C) or the one account
      * (scope A) against the files that must be clear first: a
      * non-zero balance, an outstanding earmark, an open dispute or
      * a payment still waiting in the approval queue each refuse
      * the close, and the result names the first of them found.
      * Function X is called once the caller has applied the close:
      * every active or suspended standing order and every parked
      * future-dated payment in scope gets a cancel transaction
      * written for STANDING-ORDER-MAINT (SOCLOSE) and
      * WAREHOUSE-MAINT (WHCLOSE), so the cancellations go through
      * those programs' own edits and audit trails in the next job
      * steps. Both functions list every item they touch on the
      * closure report (CLOSRPT), with a summary line per close.
      * Function F closes the files and shows the run totals; the
      * caller makes it once at end of run.
      * A closure cannot be verified without the balance file, so
      * the check refuses when CUSTBAL will not open; the dispute
      * master, standing-order master, warehouse and approval
      * queue are taken as empty when they do not exist yet.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-BALANCE-KEY
               FILE STATUS IS WS-CUST-BALANCE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-ORIGINAL-TRANS-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STANDING-ORDER-STATUS.
           SELECT WAREHOUSE-IN-FILE ASSIGN TO "WHHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-IN-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
           SELECT ORDER-CANCEL-FILE ASSIGN TO "SOCLOSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-CANCEL-STATUS.
           SELECT PARKED-CANCEL-FILE ASSIGN TO "WHCLOSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARKED-CANCEL-STATUS.
           SELECT CLOSURE-REPORT-FILE ASSIGN TO "CLOSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUST-BALANCE-REC.

       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE-REC.

       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STANDING-ORDER-REC.

       FD  WAREHOUSE-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYMENT-TRANS-REC REPLACING
               ==PAYMENT-TRANS-RECORD== BY ==WAREHOUSE-IN-RECORD==
               LEADING ==PT== BY ==WH==.

       FD  APPROVAL-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPROVAL-QUEUE-REC.

       FD  ORDER-CANCEL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STANDING-MAINT-REC.

       FD  PARKED-CANCEL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAREHOUSE-MAINT-REC.

       FD  CLOSURE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSURE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-CUST-BALANCE-STATUS  PIC XX VALUE "00".
           88 CUST-BALANCE-OK      VALUE "00".
       01  WS-DISPUTE-STATUS       PIC XX VALUE "00".
           88 DISPUTE-OK           VALUE "00".
       01  WS-STANDING-ORDER-STATUS PIC XX VALUE "00".
           88 STANDING-ORDER-OK    VALUE "00".
       01  WS-WAREHOUSE-IN-STATUS  PIC XX VALUE "00".
           88 WAREHOUSE-IN-OK      VALUE "00".
       01  WS-APPROVAL-QUEUE-STATUS PIC XX VALUE "00".
           88 APPROVAL-QUEUE-OK    VALUE "00".
       01  WS-ORDER-CANCEL-STATUS  PIC XX VALUE "00".
       01  WS-PARKED-CANCEL-STATUS PIC XX VALUE "00".
       01  WS-CLOSURE-RPT-STATUS   PIC XX VALUE "00".
       01  WS-FILES-OPEN-SW        PIC X VALUE 'N'.
           88 CLOSURE-FILES-OPEN   VALUE 'Y'.
       01  WS-SCAN-EOF-SW          PIC X VALUE 'N'.
           88 END-OF-SCAN          VALUE 'Y'.
       01  WS-FOUND-BALANCE-SW     PIC X VALUE 'N'.
           88 FOUND-BALANCE        VALUE 'Y'.
       01  WS-FOUND-EARMARK-SW     PIC X VALUE 'N'.
           88 FOUND-EARMARK        VALUE 'Y'.
       01  WS-FOUND-DISPUTE-SW     PIC X VALUE 'N'.
           88 FOUND-DISPUTE        VALUE 'Y'.
       01  WS-FOUND-APPROVAL-SW    PIC X VALUE 'N'.
           88 FOUND-APPROVAL       VALUE 'Y'.
       01  WS-ORDERS-THIS-CLOSE    PIC 9(5) VALUE ZERO.
       01  WS-PARKED-THIS-CLOSE    PIC 9(5) VALUE ZERO.
       01  WS-COUNT-CHECKED        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-REFUSED        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CASCADED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ORDERS         PIC 9(7) VALUE ZERO.
       01  WS-COUNT-PARKED         PIC 9(7) VALUE ZERO.

       01  WS-CLOSURE-HEADING.
           05  FILLER              PIC X(32) VALUE
               "CLOSURE DEPENDENCY REPORT - RUN ".
           05  CH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(92) VALUE SPACES.
       01  WS-CLOSURE-DETAIL.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CD-ITEM-TYPE        PIC X(16).
           05  FILLER              PIC X(10) VALUE " CUSTOMER ".
           05  CD-CUSTOMER-ID      PIC 9(8).
           05  FILLER              PIC X(6) VALUE " ACCT ".
           05  CD-ACCOUNT-NUMBER   PIC 9(4).
           05  FILLER              PIC X(5) VALUE " REF ".
           05  CD-REFERENCE        PIC X(16).
           05  FILLER              PIC X(8) VALUE " AMOUNT ".
           05  CD-AMOUNT           PIC -(9)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  CD-ACTION           PIC X(16).
           05  FILLER              PIC X(27) VALUE SPACES.
       01  WS-CLOSURE-SUMMARY.
           05  CS-SCOPE-TEXT       PIC X(15).
           05  FILLER              PIC X(10) VALUE " CUSTOMER ".
           05  CS-CUSTOMER-ID      PIC 9(8).
           05  FILLER              PIC X(6) VALUE " ACCT ".
           05  CS-ACCOUNT          PIC X(4).
           05  FILLER              PIC X(6) VALUE " USER ".
           05  CS-USER-ID          PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  CS-OUTCOME          PIC X(30).
           05  FILLER              PIC X(8) VALUE " ORDERS ".
           05  CS-ORDERS           PIC ZZZZ9.
           05  FILLER              PIC X(8) VALUE " PARKED ".
           05  CS-PARKED           PIC ZZZZ9.
           05  FILLER              PIC X(18) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CLOSE-FUNCTION       PIC X.
           88 CLOSE-FUNC-CHECK     VALUE 'C'.
           88 CLOSE-FUNC-CASCADE   VALUE 'X'.
           88 CLOSE-FUNC-FINISH    VALUE 'F'.
       01  LS-CUSTOMER-ID          PIC 9(8).
       01  LS-ACCOUNT-NUMBER       PIC 9(4).
       01  LS-CLOSE-SCOPE          PIC X.
           88 CLOSE-SCOPE-CUSTOMER VALUE 'C'.
           88 CLOSE-SCOPE-ACCOUNT  VALUE 'A'.
       01  LS-USER-ID              PIC X(8).
       01  LS-CLOSE-RESULT         PIC X.
           88 CLOSE-CLEAR          VALUE 'Y'.
           88 CLOSE-HAS-BALANCE    VALUE 'B'.
           88 CLOSE-HAS-EARMARK    VALUE 'E'.
           88 CLOSE-HAS-DISPUTE    VALUE 'D'.
           88 CLOSE-HAS-APPROVAL   VALUE 'Q'.
           88 CLOSE-UNVERIFIED     VALUE 'U'.

       PROCEDURE DIVISION USING LS-CLOSE-FUNCTION
                                LS-CUSTOMER-ID
                                LS-ACCOUNT-NUMBER
                                LS-CLOSE-SCOPE
                                LS-USER-ID
                                LS-CLOSE-RESULT.
       CLOSURE-CHECK-LOGIC.
           IF NOT CLOSURE-FILES-OPEN
               PERFORM OPEN-CLOSURE-FILES
           END-IF.

           EVALUATE TRUE
               WHEN CLOSE-FUNC-CHECK
                   PERFORM CHECK-CLOSE-DEPENDENCIES
               WHEN CLOSE-FUNC-CASCADE
                   PERFORM CASCADE-CLOSE
               WHEN CLOSE-FUNC-FINISH
                   PERFORM CLOSE-CLOSURE-FILES
           END-EVALUATE.

           GOBACK.

       OPEN-CLOSURE-FILES.
           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CUST-BALANCE-FILE.
           IF NOT CUST-BALANCE-OK
               DISPLAY "CLOSURE CHECK: UNABLE TO OPEN CUSTBAL "
                       WS-CUST-BALANCE-STATUS
           END-IF.
           OPEN INPUT DISPUTE-FILE.
           IF NOT DISPUTE-OK
               DISPLAY "CLOSURE CHECK: NO DISPUTE MASTER "
                       WS-DISPUTE-STATUS
           END-IF.
           OPEN INPUT STANDING-ORDER-FILE.
           IF NOT STANDING-ORDER-OK
               DISPLAY "CLOSURE CHECK: NO STANDING-ORDER MASTER "
                       WS-STANDING-ORDER-STATUS
           END-IF.
           OPEN OUTPUT ORDER-CANCEL-FILE.
           OPEN OUTPUT PARKED-CANCEL-FILE.
           OPEN OUTPUT CLOSURE-REPORT-FILE.
           MOVE CW-CURRENT-DATE TO CH-RUN-DATE.
           MOVE WS-CLOSURE-HEADING TO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           SET CLOSURE-FILES-OPEN TO TRUE.

      *****************************************************************
      * Function C - refuse the close while anything still hangs off
      * the customer or account.
      *****************************************************************
       CHECK-CLOSE-DEPENDENCIES.
           ADD 1 TO WS-COUNT-CHECKED.
           MOVE 'N' TO WS-FOUND-BALANCE-SW.
           MOVE 'N' TO WS-FOUND-EARMARK-SW.
           MOVE 'N' TO WS-FOUND-DISPUTE-SW.
           MOVE 'N' TO WS-FOUND-APPROVAL-SW.
           MOVE ZERO TO WS-ORDERS-THIS-CLOSE.
           MOVE ZERO TO WS-PARKED-THIS-CLOSE.

           IF NOT CUST-BALANCE-OK
               SET CLOSE-UNVERIFIED TO TRUE
               MOVE "REFUSED - BALANCES UNAVAILABLE" TO CS-OUTCOME
               PERFORM WRITE-CLOSURE-SUMMARY
               ADD 1 TO WS-COUNT-REFUSED
           ELSE
               PERFORM CHECK-BALANCE-RECORDS
               PERFORM CHECK-OPEN-DISPUTES
               PERFORM CHECK-PENDING-APPROVALS
               EVALUATE TRUE
                   WHEN FOUND-BALANCE
                       SET CLOSE-HAS-BALANCE TO TRUE
                       MOVE "REFUSED - NON-ZERO BALANCE" TO
                           CS-OUTCOME
                   WHEN FOUND-EARMARK
                       SET CLOSE-HAS-EARMARK TO TRUE
                       MOVE "REFUSED - FUNDS EARMARKED" TO CS-OUTCOME
                   WHEN FOUND-DISPUTE
                       SET CLOSE-HAS-DISPUTE TO TRUE
                       MOVE "REFUSED - OPEN DISPUTE" TO CS-OUTCOME
                   WHEN FOUND-APPROVAL
                       SET CLOSE-HAS-APPROVAL TO TRUE
                       MOVE "REFUSED - PENDING APPROVAL" TO
                           CS-OUTCOME
                   WHEN OTHER
                       SET CLOSE-CLEAR TO TRUE
               END-EVALUATE
               IF NOT CLOSE-CLEAR
                   PERFORM WRITE-CLOSURE-SUMMARY
                   ADD 1 TO WS-COUNT-REFUSED
               END-IF
           END-IF.

       CHECK-BALANCE-RECORDS.
      *    Balance records are keyed customer + account, so the
      *    customer's accounts sit together from account 0000 on.
           MOVE LS-CUSTOMER-ID TO CB-CUSTOMER-ID.
           IF CLOSE-SCOPE-ACCOUNT
               MOVE LS-ACCOUNT-NUMBER TO CB-ACCOUNT-NUMBER
           ELSE
               MOVE ZERO TO CB-ACCOUNT-NUMBER
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START CUST-BALANCE-FILE KEY IS NOT < CB-BALANCE-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START.
           IF NOT END-OF-SCAN
               PERFORM READ-NEXT-BALANCE
           END-IF.
           PERFORM CHECK-ONE-BALANCE
               UNTIL END-OF-SCAN.

       READ-NEXT-BALANCE.
           READ CUST-BALANCE-FILE NEXT RECORD
               AT END
                   SET END-OF-SCAN TO TRUE
           END-READ.
           IF NOT END-OF-SCAN
               IF CB-CUSTOMER-ID NOT = LS-CUSTOMER-ID
                  OR (CLOSE-SCOPE-ACCOUNT
                      AND CB-ACCOUNT-NUMBER NOT = LS-ACCOUNT-NUMBER)
                   SET END-OF-SCAN TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-BALANCE.
           IF CB-AVAILABLE-AMOUNT NOT = ZERO
               SET FOUND-BALANCE TO TRUE
               MOVE "BALANCE" TO CD-ITEM-TYPE
               MOVE CB-CUSTOMER-ID TO CD-CUSTOMER-ID
               MOVE CB-ACCOUNT-NUMBER TO CD-ACCOUNT-NUMBER
               MOVE SPACES TO CD-REFERENCE
               MOVE CB-AVAILABLE-AMOUNT TO CD-AMOUNT
               MOVE "BLOCKS CLOSE" TO CD-ACTION
               PERFORM WRITE-CLOSURE-DETAIL
           END-IF.
           IF CB-EARMARKED-AMOUNT NOT = ZERO
               SET FOUND-EARMARK TO TRUE
               MOVE "EARMARK" TO CD-ITEM-TYPE
               MOVE CB-CUSTOMER-ID TO CD-CUSTOMER-ID
               MOVE CB-ACCOUNT-NUMBER TO CD-ACCOUNT-NUMBER
               MOVE SPACES TO CD-REFERENCE
               MOVE CB-EARMARKED-AMOUNT TO CD-AMOUNT
               MOVE "BLOCKS CLOSE" TO CD-ACTION
               PERFORM WRITE-CLOSURE-DETAIL
           END-IF.
           PERFORM READ-NEXT-BALANCE.

       CHECK-OPEN-DISPUTES.
      *    The dispute master is keyed by the returned posting, so
      *    the whole file is read for the customer's disputes.
           IF DISPUTE-OK
               MOVE ZERO TO DP-ORIGINAL-TRANS-ID
               MOVE 'N' TO WS-SCAN-EOF-SW
               START DISPUTE-FILE
                   KEY IS NOT < DP-ORIGINAL-TRANS-ID
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM CHECK-ONE-DISPUTE
                   UNTIL END-OF-SCAN
           END-IF.

       CHECK-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   IF DP-STATUS-OPEN
                      AND DP-CUSTOMER-ID = LS-CUSTOMER-ID
                      AND (CLOSE-SCOPE-CUSTOMER
                           OR DP-ACCOUNT-NUMBER = LS-ACCOUNT-NUMBER)
                       SET FOUND-DISPUTE TO TRUE
                       MOVE "OPEN DISPUTE" TO CD-ITEM-TYPE
                       MOVE DP-CUSTOMER-ID TO CD-CUSTOMER-ID
                       MOVE DP-ACCOUNT-NUMBER TO CD-ACCOUNT-NUMBER
                       MOVE DP-ORIGINAL-TRANS-ID TO CD-REFERENCE
                       MOVE DP-DISPUTED-AMOUNT TO CD-AMOUNT
                       MOVE "BLOCKS CLOSE" TO CD-ACTION
                       PERFORM WRITE-CLOSURE-DETAIL
                   END-IF
           END-READ.

       CHECK-PENDING-APPROVALS.
      *    A queued item may still be approved into posting after
      *    the close - the second officer must decide it first.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF APPROVAL-QUEUE-OK
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM CHECK-ONE-APPROVAL
                   UNTIL END-OF-SCAN
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.

       CHECK-ONE-APPROVAL.
           READ APPROVAL-QUEUE-FILE
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   IF AQ-CUSTOMER-ID = LS-CUSTOMER-ID
                      AND (CLOSE-SCOPE-CUSTOMER
                           OR AQ-ACCOUNT-NUMBER = LS-ACCOUNT-NUMBER)
                       SET FOUND-APPROVAL TO TRUE
                       MOVE "PENDING APPROVAL" TO CD-ITEM-TYPE
                       MOVE AQ-CUSTOMER-ID TO CD-CUSTOMER-ID
                       MOVE AQ-ACCOUNT-NUMBER TO CD-ACCOUNT-NUMBER
                       MOVE AQ-CHANNEL-REF TO CD-REFERENCE
                       MOVE AQ-PAYMENT-AMOUNT TO CD-AMOUNT
                       MOVE "BLOCKS CLOSE" TO CD-ACTION
                       PERFORM WRITE-CLOSURE-DETAIL
                   END-IF
           END-READ.

      *****************************************************************
      * Function X - the close has been applied; cancel what would
      * otherwise keep generating payments for it.
      *****************************************************************
       CASCADE-CLOSE.
           ADD 1 TO WS-COUNT-CASCADED.
           MOVE ZERO TO WS-ORDERS-THIS-CLOSE.
           MOVE ZERO TO WS-PARKED-THIS-CLOSE.
           PERFORM CANCEL-STANDING-ORDERS.
           PERFORM CANCEL-PARKED-PAYMENTS.
           MOVE "CLOSED" TO CS-OUTCOME.
           PERFORM WRITE-CLOSURE-SUMMARY.

       CANCEL-STANDING-ORDERS.
      *    Orders are keyed by order id, so the whole master is
      *    read for the customer's orders. A suspended order is
      *    cancelled too - it would otherwise come back to life on
      *    its next change.
           IF STANDING-ORDER-OK
               MOVE ZERO TO SO-ORDER-ID
               MOVE 'N' TO WS-SCAN-EOF-SW
               START STANDING-ORDER-FILE
                   KEY IS NOT < SO-ORDER-ID
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM CHECK-ONE-STANDING-ORDER
                   UNTIL END-OF-SCAN
           END-IF.

       CHECK-ONE-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   IF (SO-STATUS-ACTIVE OR SO-STATUS-SUSPENDED)
                      AND SO-CUSTOMER-ID = LS-CUSTOMER-ID
                      AND (CLOSE-SCOPE-CUSTOMER
                           OR SO-ACCOUNT-NUMBER = LS-ACCOUNT-NUMBER)
                       PERFORM WRITE-ORDER-CANCEL
                   END-IF
           END-READ.

       WRITE-ORDER-CANCEL.
           ADD 1 TO WS-ORDERS-THIS-CLOSE.
           ADD 1 TO WS-COUNT-ORDERS.
           MOVE SPACES TO STANDING-MAINT-RECORD.
           SET SM-ACTION-CANCEL TO TRUE.
           MOVE SO-ORDER-ID TO SM-ORDER-ID.
           MOVE SO-CUSTOMER-ID TO SM-CUSTOMER-ID.
           MOVE SO-ACCOUNT-NUMBER TO SM-ACCOUNT-NUMBER.
           MOVE ZERO TO SM-PAYMENT-AMOUNT.
           MOVE ZERO TO SM-MERCHANT-ID.
           MOVE ZERO TO SM-NEXT-DUE-DATE.
           MOVE ZERO TO SM-END-DATE.
           MOVE LS-USER-ID TO SM-USER-ID.
           WRITE STANDING-MAINT-RECORD.
           MOVE "STANDING ORDER" TO CD-ITEM-TYPE.
           MOVE SO-CUSTOMER-ID TO CD-CUSTOMER-ID.
           MOVE SO-ACCOUNT-NUMBER TO CD-ACCOUNT-NUMBER.
           MOVE SO-ORDER-ID TO CD-REFERENCE.
           MOVE SO-PAYMENT-AMOUNT TO CD-AMOUNT.
           MOVE "CANCEL QUEUED" TO CD-ACTION.
           PERFORM WRITE-CLOSURE-DETAIL.

       CANCEL-PARKED-PAYMENTS.
           OPEN INPUT WAREHOUSE-IN-FILE.
           IF WAREHOUSE-IN-OK
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM CHECK-ONE-PARKED-PAYMENT
                   UNTIL END-OF-SCAN
               CLOSE WAREHOUSE-IN-FILE
           END-IF.

       CHECK-ONE-PARKED-PAYMENT.
           READ WAREHOUSE-IN-FILE
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   IF WH-CUSTOMER-ID = LS-CUSTOMER-ID
                      AND (CLOSE-SCOPE-CUSTOMER
                           OR WH-ACCOUNT-NUMBER = LS-ACCOUNT-NUMBER)
                       PERFORM WRITE-PARKED-CANCEL
                   END-IF
           END-READ.

       WRITE-PARKED-CANCEL.
           ADD 1 TO WS-PARKED-THIS-CLOSE.
           ADD 1 TO WS-COUNT-PARKED.
           MOVE SPACES TO WAREHOUSE-MAINT-RECORD.
           SET WM-ACTION-CANCEL TO TRUE.
           MOVE WH-CUSTOMER-ID TO WM-CUSTOMER-ID.
           MOVE WH-CHANNEL-REF TO WM-CHANNEL-REF.
           MOVE ZERO TO WM-NEW-AMOUNT.
           MOVE ZERO TO WM-NEW-VALUE-DATE.
           MOVE LS-USER-ID TO WM-USER-ID.
           WRITE WAREHOUSE-MAINT-RECORD.
           MOVE "PARKED PAYMENT" TO CD-ITEM-TYPE.
           MOVE WH-CUSTOMER-ID TO CD-CUSTOMER-ID.
           MOVE WH-ACCOUNT-NUMBER TO CD-ACCOUNT-NUMBER.
           MOVE WH-CHANNEL-REF TO CD-REFERENCE.
           MOVE WH-PAYMENT-AMOUNT TO CD-AMOUNT.
           MOVE "CANCEL QUEUED" TO CD-ACTION.
           PERFORM WRITE-CLOSURE-DETAIL.

       WRITE-CLOSURE-DETAIL.
           MOVE WS-CLOSURE-DETAIL TO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.

       WRITE-CLOSURE-SUMMARY.
           IF CLOSE-SCOPE-ACCOUNT
               MOVE "ACCOUNT CLOSE" TO CS-SCOPE-TEXT
               MOVE LS-ACCOUNT-NUMBER TO CS-ACCOUNT
           ELSE
               MOVE "CUSTOMER CLOSE" TO CS-SCOPE-TEXT
               MOVE "ALL " TO CS-ACCOUNT
           END-IF.
           MOVE LS-CUSTOMER-ID TO CS-CUSTOMER-ID.
           MOVE LS-USER-ID TO CS-USER-ID.
           MOVE WS-ORDERS-THIS-CLOSE TO CS-ORDERS.
           MOVE WS-PARKED-THIS-CLOSE TO CS-PARKED.
           MOVE WS-CLOSURE-SUMMARY TO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.

       CLOSE-CLOSURE-FILES.
           CLOSE CUST-BALANCE-FILE.
           CLOSE DISPUTE-FILE.
           CLOSE STANDING-ORDER-FILE.
           CLOSE ORDER-CANCEL-FILE.
           CLOSE PARKED-CANCEL-FILE.
           CLOSE CLOSURE-REPORT-FILE.
           MOVE 'N' TO WS-FILES-OPEN-SW.
           DISPLAY "CLOSURE CHECK: CLOSES CHECKED:      "
                   WS-COUNT-CHECKED.
           DISPLAY "CLOSURE CHECK: CLOSES REFUSED:      "
                   WS-COUNT-REFUSED.
           DISPLAY "CLOSURE CHECK: CLOSES CASCADED:     "
                   WS-COUNT-CASCADED.
           DISPLAY "CLOSURE CHECK: ORDER CANCELS QUEUED:"
                   WS-COUNT-ORDERS.
           DISPLAY "CLOSURE CHECK: PARKED CANCELS QUEUED:"
                   WS-COUNT-PARKED.
