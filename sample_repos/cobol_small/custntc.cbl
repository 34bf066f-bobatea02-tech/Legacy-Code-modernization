       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-NOTICE.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Customer adverse-outcome notices - End-of-cycle step that
      * writes one notice record for every payment that did not go
      * through the way the customer asked, so the notification
      * vendor can tell them about bad news as well as good
      * (MAIN-PROGRAM's NOTIFY extract only ever covers a successful
      * post). Sources, all for the cycle's BUSDATE business date:
      *   - the reject files (VALIDATION V0xx rejects and FUNDSCHECK
      *     F001 declines) - outcome R, with the reject code and
      *     message;
      *   - the pending-review files (duplicate, screening and
      *     overdue KYC review holds) - outcome H, with the hold
      *     class;
      *   - the held-review decision log, declines only - outcome D,
      *     with the supervisor's disposition code;
      *   - the approval decision log, refusals only - outcome A,
      *     with the officer's disposition code (a self-approval the
      *     system refused to apply is not a customer outcome - the
      *     item is still queued);
      *   - the bank-return reversal handoff - outcome B, with the
      *     bank's return reason and the original transaction id.
      * Every notice carries the channel id and reference the item
      * was submitted under. Decision-log records dated on another
      * business date were noticed on their own day and are
      * skipped, as are reject and held records from an earlier
      * cycle left on an accumulating intraday dataset. A missing
      * source is reported and skipped - a quiet day with no
      * decisions or no returns is normal. The run refuses to
      * start without the business date (return code 8).
      * A first payment to a new payee held for review (H005) asks
      * the customer to confirm it - in push-payment fraud the
      * customer is the victim, and the confirmation call is how
      * the fraud comes to light.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REJECT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT PENDING-REVIEW-FILE ASSIGN TO "PENDREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-REVIEW-STATUS.
           SELECT HELD-LOG-FILE ASSIGN TO "HELDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-LOG-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-LOG-STATUS.
           SELECT RETURN-REVERSAL-FILE ASSIGN TO "RETREVSL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-REVERSAL-STATUS.
           SELECT CUSTOMER-NOTICE-FILE ASSIGN TO "ADVNOTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REJECT-REC.

       FD  PENDING-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HELD-PAYMENT-REC.

       FD  HELD-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HELD-LOG-REC.

       FD  APPROVAL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPROVAL-LOG-REC.

       FD  RETURN-REVERSAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYMENT-TRANS-REC.

       FD  CUSTOMER-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMER-NOTICE-REC.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW    PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-REJECT-STATUS        PIC XX VALUE "00".
           88 REJECT-FILE-OK       VALUE "00".
           88 REJECT-FILE-EOF      VALUE "10".
       01  WS-PENDING-REVIEW-STATUS PIC XX VALUE "00".
           88 PENDING-REVIEW-OK    VALUE "00".
           88 PENDING-REVIEW-EOF   VALUE "10".
       01  WS-HELD-LOG-STATUS      PIC XX VALUE "00".
           88 HELD-LOG-OK          VALUE "00".
           88 HELD-LOG-EOF         VALUE "10".
       01  WS-APPROVAL-LOG-STATUS  PIC XX VALUE "00".
           88 APPROVAL-LOG-OK      VALUE "00".
           88 APPROVAL-LOG-EOF     VALUE "10".
       01  WS-RETURN-REVERSAL-STATUS PIC XX VALUE "00".
           88 RETURN-REVERSAL-OK   VALUE "00".
           88 RETURN-REVERSAL-EOF  VALUE "10".
       01  WS-CUSTOMER-NOTICE-STATUS PIC XX VALUE "00".
           88 CUSTOMER-NOTICE-OK   VALUE "00".
       01  WS-COUNT-REJECTED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-HELD           PIC 9(7) VALUE ZERO.
       01  WS-COUNT-DECLINED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-REFUSED        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-RETURNED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NOTICES        PIC 9(7) VALUE ZERO.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "CUSTNTC".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       NOTICE-LOGIC.
           DISPLAY "=================================".
           DISPLAY "CUSTOMER NOTICE EXTRACT STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           PERFORM READ-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-LOADED
               DISPLAY "CUSTOMER NOTICE: BUSINESS DATE CONTROL FILE "
                       "UNAVAILABLE " WS-BUSINESS-DATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CUSTOMER-NOTICE-FILE.
           IF NOT CUSTOMER-NOTICE-OK
               DISPLAY "CUSTOMER NOTICE: UNABLE TO OPEN ADVNOTC "
                       WS-CUSTOMER-NOTICE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM EXTRACT-REJECT-NOTICES.
           PERFORM EXTRACT-HELD-NOTICES.
           PERFORM EXTRACT-DECLINE-NOTICES.
           PERFORM EXTRACT-REFUSAL-NOTICES.
           PERFORM EXTRACT-RETURN-NOTICES.

           CLOSE CUSTOMER-NOTICE-FILE.

           DISPLAY "CUSTOMER NOTICE: REJECTED:        "
                   WS-COUNT-REJECTED.
           DISPLAY "CUSTOMER NOTICE: HELD:            "
                   WS-COUNT-HELD.
           DISPLAY "CUSTOMER NOTICE: DECLINED:        "
                   WS-COUNT-DECLINED.
           DISPLAY "CUSTOMER NOTICE: APPROVAL REFUSED:"
                   WS-COUNT-REFUSED.
           DISPLAY "CUSTOMER NOTICE: BANK RETURNED:   "
                   WS-COUNT-RETURNED.
           DISPLAY "CUSTOMER NOTICE: NOTICES WRITTEN: "
                   WS-COUNT-NOTICES.
           DISPLAY "=================================".

           MOVE WS-COUNT-NOTICES TO WS-STEP-COUNT-WRITTEN.
           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO CW-CURRENT-DATE
                       SET BUSINESS-DATE-LOADED TO TRUE
                       DISPLAY "CUSTOMER NOTICE: BUSINESS DATE "
                               CW-CURRENT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       EXTRACT-REJECT-NOTICES.
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-OK
               PERFORM READ-REJECT-RECORD
                   UNTIL REJECT-FILE-EOF
               CLOSE REJECT-FILE
           ELSE
               DISPLAY "CUSTOMER NOTICE: REJECT FILE NOT AVAILABLE "
                       WS-REJECT-STATUS
           END-IF.

       READ-REJECT-RECORD.
           READ REJECT-FILE
               AT END
                   SET REJECT-FILE-EOF TO TRUE
               NOT AT END
                   IF RJ-REJECT-DATE = CW-CURRENT-DATE
                       PERFORM WRITE-REJECT-NOTICE
                   END-IF
           END-READ.

       WRITE-REJECT-NOTICE.
           INITIALIZE CUSTOMER-NOTICE-RECORD.
           SET CN-OUTCOME-REJECTED TO TRUE.
           MOVE RJ-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE RJ-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER.
           MOVE RJ-PAYMENT-AMOUNT TO CN-PAYMENT-AMOUNT.
           MOVE RJ-CURRENCY-CODE TO CN-CURRENCY-CODE.
           MOVE RJ-MERCHANT-ID TO CN-MERCHANT-ID.
           MOVE RJ-ERROR-CODE TO CN-REASON-CODE.
           MOVE RJ-ERROR-MESSAGE TO CN-REASON-TEXT.
           MOVE RJ-CHANNEL-ID TO CN-CHANNEL-ID.
           MOVE RJ-CHANNEL-REF TO CN-CHANNEL-REF.
           ADD 1 TO WS-COUNT-REJECTED.
           PERFORM WRITE-NOTICE-RECORD.

       EXTRACT-HELD-NOTICES.
           OPEN INPUT PENDING-REVIEW-FILE.
           IF PENDING-REVIEW-OK
               PERFORM READ-PENDING-RECORD
                   UNTIL PENDING-REVIEW-EOF
               CLOSE PENDING-REVIEW-FILE
           ELSE
               DISPLAY "CUSTOMER NOTICE: PENDREV NOT AVAILABLE "
                       WS-PENDING-REVIEW-STATUS
           END-IF.

       READ-PENDING-RECORD.
           READ PENDING-REVIEW-FILE
               AT END
                   SET PENDING-REVIEW-EOF TO TRUE
               NOT AT END
                   IF HP-HOLD-DATE = CW-CURRENT-DATE
                       PERFORM WRITE-HELD-NOTICE
                   END-IF
           END-READ.

       WRITE-HELD-NOTICE.
           INITIALIZE CUSTOMER-NOTICE-RECORD.
           SET CN-OUTCOME-HELD TO TRUE.
           MOVE HP-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE HP-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER.
           MOVE HP-PAYMENT-AMOUNT TO CN-PAYMENT-AMOUNT.
           MOVE HP-CURRENCY-CODE TO CN-CURRENCY-CODE.
           MOVE HP-MERCHANT-ID TO CN-MERCHANT-ID.
           MOVE HP-HOLD-REASON TO CN-REASON-CODE.
      *    A watch-list hold reads the same to the customer as a
      *    velocity hold - the notice must never tip off a watched
      *    party that compliance is looking at them.
           EVALUATE HP-HOLD-REASON
               WHEN "H001"
                   MOVE "POSSIBLE DUPLICATE - HELD FOR REVIEW" TO
                       CN-REASON-TEXT
               WHEN "H004"
                   MOVE "ACCOUNT REVIEW DUE - PLEASE CONTACT US" TO
                       CN-REASON-TEXT
               WHEN "H005"
                   MOVE "NEW PAYEE - PLEASE CONFIRM THIS PAYMENT" TO
                       CN-REASON-TEXT
               WHEN OTHER
                   MOVE "HELD FOR ROUTINE REVIEW" TO CN-REASON-TEXT
           END-EVALUATE.
           MOVE HP-CHANNEL-ID TO CN-CHANNEL-ID.
           MOVE HP-CHANNEL-REF TO CN-CHANNEL-REF.
           ADD 1 TO WS-COUNT-HELD.
           PERFORM WRITE-NOTICE-RECORD.

       EXTRACT-DECLINE-NOTICES.
           OPEN INPUT HELD-LOG-FILE.
           IF HELD-LOG-OK
               PERFORM READ-HELD-LOG-RECORD
                   UNTIL HELD-LOG-EOF
               CLOSE HELD-LOG-FILE
           ELSE
               DISPLAY "CUSTOMER NOTICE: HELDLOG NOT AVAILABLE "
                       WS-HELD-LOG-STATUS
           END-IF.

       READ-HELD-LOG-RECORD.
      *    Releases that posted are confirmed on NOTIFY, and a
      *    release that failed stays on the pending queue - only a
      *    decline is final news for the customer.
           READ HELD-LOG-FILE
               AT END
                   SET HELD-LOG-EOF TO TRUE
               NOT AT END
                   IF HL-DECISION-DATE = CW-CURRENT-DATE
                      AND HL-ACTION-CODE = 'D'
                       PERFORM WRITE-DECLINE-NOTICE
                   END-IF
           END-READ.

       WRITE-DECLINE-NOTICE.
           INITIALIZE CUSTOMER-NOTICE-RECORD.
           SET CN-OUTCOME-DECLINED TO TRUE.
           MOVE HL-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE HL-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER.
           MOVE HL-PAYMENT-AMOUNT TO CN-PAYMENT-AMOUNT.
           MOVE HL-CURRENCY-CODE TO CN-CURRENCY-CODE.
           MOVE HL-MERCHANT-ID TO CN-MERCHANT-ID.
           MOVE HL-DISPOSITION-CODE TO CN-REASON-CODE.
           MOVE "DECLINED AFTER REVIEW" TO CN-REASON-TEXT.
           MOVE HL-CHANNEL-ID TO CN-CHANNEL-ID.
           MOVE HL-CHANNEL-REF TO CN-CHANNEL-REF.
           ADD 1 TO WS-COUNT-DECLINED.
           PERFORM WRITE-NOTICE-RECORD.

       EXTRACT-REFUSAL-NOTICES.
           OPEN INPUT APPROVAL-LOG-FILE.
           IF APPROVAL-LOG-OK
               PERFORM READ-APPROVAL-LOG-RECORD
                   UNTIL APPROVAL-LOG-EOF
               CLOSE APPROVAL-LOG-FILE
           ELSE
               DISPLAY "CUSTOMER NOTICE: APPRLOG NOT AVAILABLE "
                       WS-APPROVAL-LOG-STATUS
           END-IF.

       READ-APPROVAL-LOG-RECORD.
      *    Status X is a self-approval the review refused to apply;
      *    the item is still queued, so there is nothing to tell.
           READ APPROVAL-LOG-FILE
               AT END
                   SET APPROVAL-LOG-EOF TO TRUE
               NOT AT END
                   IF AV-DECISION-DATE = CW-CURRENT-DATE
                      AND AV-ACTION-CODE = 'R'
                      AND AV-RELEASE-STATUS NOT = 'X'
                       PERFORM WRITE-REFUSAL-NOTICE
                   END-IF
           END-READ.

       WRITE-REFUSAL-NOTICE.
           INITIALIZE CUSTOMER-NOTICE-RECORD.
           SET CN-OUTCOME-REFUSED TO TRUE.
           MOVE AV-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE AV-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER.
           MOVE AV-PAYMENT-AMOUNT TO CN-PAYMENT-AMOUNT.
           MOVE AV-CURRENCY-CODE TO CN-CURRENCY-CODE.
           MOVE AV-MERCHANT-ID TO CN-MERCHANT-ID.
           MOVE AV-DISPOSITION-CODE TO CN-REASON-CODE.
           MOVE "NOT APPROVED ON SECOND REVIEW" TO CN-REASON-TEXT.
           MOVE AV-CHANNEL-ID TO CN-CHANNEL-ID.
           MOVE AV-CHANNEL-REF TO CN-CHANNEL-REF.
           ADD 1 TO WS-COUNT-REFUSED.
           PERFORM WRITE-NOTICE-RECORD.

       EXTRACT-RETURN-NOTICES.
           OPEN INPUT RETURN-REVERSAL-FILE.
           IF RETURN-REVERSAL-OK
               PERFORM READ-RETURN-REVERSAL
                   UNTIL RETURN-REVERSAL-EOF
               CLOSE RETURN-REVERSAL-FILE
           ELSE
               DISPLAY "CUSTOMER NOTICE: RETREVSL NOT AVAILABLE "
                       WS-RETURN-REVERSAL-STATUS
           END-IF.

       READ-RETURN-REVERSAL.
           READ RETURN-REVERSAL-FILE
               AT END
                   SET RETURN-REVERSAL-EOF TO TRUE
               NOT AT END
                   IF PT-TYPE-REVERSAL
                       PERFORM WRITE-RETURN-NOTICE
                   END-IF
           END-READ.

       WRITE-RETURN-NOTICE.
           INITIALIZE CUSTOMER-NOTICE-RECORD.
           SET CN-OUTCOME-RETURNED TO TRUE.
           MOVE PT-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE PT-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER.
           MOVE PT-PAYMENT-AMOUNT TO CN-PAYMENT-AMOUNT.
           MOVE PT-CURRENCY-CODE TO CN-CURRENCY-CODE.
           MOVE PT-MERCHANT-ID TO CN-MERCHANT-ID.
           MOVE PT-RETURN-REASON TO CN-REASON-CODE.
           EVALUATE PT-RETURN-REASON
               WHEN "R01"
                   MOVE "RETURNED - INSUFFICIENT FUNDS" TO
                       CN-REASON-TEXT
               WHEN "R02"
                   MOVE "RETURNED - ACCOUNT CLOSED" TO CN-REASON-TEXT
               WHEN "R03"
                   MOVE "RETURNED - NO ACCOUNT / UNABLE TO LOCATE" TO
                       CN-REASON-TEXT
               WHEN "R04"
                   MOVE "RETURNED - INVALID ACCOUNT NUMBER" TO
                       CN-REASON-TEXT
               WHEN "R08"
                   MOVE "RETURNED - PAYMENT STOPPED" TO CN-REASON-TEXT
               WHEN "R10"
                   MOVE "RETURNED - NOT AUTHORIZED BY CUSTOMER"
                       TO CN-REASON-TEXT
               WHEN "R16"
                   MOVE "RETURNED - ACCOUNT FROZEN" TO CN-REASON-TEXT
               WHEN OTHER
                   MOVE "RETURNED BY THE RECEIVING BANK" TO
                       CN-REASON-TEXT
           END-EVALUATE.
           MOVE PT-CHANNEL-ID TO CN-CHANNEL-ID.
           MOVE PT-CHANNEL-REF TO CN-CHANNEL-REF.
           MOVE PT-ORIGINAL-TRANS-ID TO CN-TRANSACTION-ID.
           ADD 1 TO WS-COUNT-RETURNED.
           PERFORM WRITE-NOTICE-RECORD.

       WRITE-NOTICE-RECORD.
           MOVE CW-CURRENT-DATE TO CN-NOTICE-DATE.
           MOVE CC-VERSION TO CN-VERSION.
           WRITE CUSTOMER-NOTICE-RECORD.
           ADD 1 TO WS-COUNT-NOTICES.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "CUSTOMER NOTICE: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "CUSTOMER NOTICE: RUN CONTROL UNAVAILABLE"
                       " - STEP NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       STAMP-STEP-CONTROL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 'S' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           MOVE WS-STEP-RC TO RETURN-CODE.

       CALL-STEP-CONTROL.
           CALL 'STEP-CONTROL' USING WS-STEP-FUNCTION
                                     WS-STEP-NAME
                                     WS-STEP-COUNTS
                                     WS-STEP-RC
                                     WS-STEP-RESULT.
