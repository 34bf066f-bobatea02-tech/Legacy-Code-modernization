       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MAINT.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Account master maintenance - Applies account maintenance
      * transactions from ACCT-MAINT-FILE to the account master.
      * A reactivation returns an account DORMANCY-SWEEP marked
      * dormant to active status and restarts its dormancy clock
      * from today, so the next sweep does not mark it dormant
      * again before it has had a chance to post. Malformed or
      * inapplicable transactions are written to their own
      * exception file, and every applied change is written to the
      * append-only before/after account audit trail.
      * A close (action X) is first put through CLOSURE-CHECK for
      * the one account and refused while it still has a non-zero
      * balance (U006), earmarked funds (U007), an open dispute
      * (U008) or a payment waiting for approval (U009), or when
      * the balances cannot be read (U010); closing a closed
      * account is U011. An applied close has CLOSURE-CHECK queue
      * the cancellation of the standing orders and parked
      * payments that debit the account, and every item is listed
      * on the closure report.
      * A currency change (action Y) sets the currency the account
      * is held in, which PAYMENT and FUNDSCHECK convert its debits
      * into. It needs a currency (U012) and an account that is
      * not closed (U013), and is refused on the same balance,
      * earmark, dispute and approval grounds as a close (U006 -
      * U010) - an account's currency only changes while nothing
      * is held or pending in the old one.
      * Every applied change stamps the run date on the account as
      * its last-maintenance date, which SCREENING weighs against a
      * first payment to a new payee.
      * An open (action A) adds a new active account under a
      * customer that is on CUSTMAST and not closed (U016), with
      * its name (U014) and the currency given, if any; opening an
      * account already on file is U015. The dormancy clock starts
      * from the run date, and the open goes on the audit trail
      * with an empty before image. CORE-SYNC generates opens,
      * closes and currency changes from the core banking extract
      * for this program to apply under the CORESYNC user id.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT ACCT-MAINT-FILE ASSIGN TO "ACCTMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.
           SELECT MAINT-REJECT-FILE ASSIGN TO "AMREJECT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REJECT-STATUS.
           SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNT-MASTER-REC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMER-MASTER-REC.

       FD  ACCT-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCT-MAINT-REC.

       FD  MAINT-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REJECT-RECORD.
           05  MR-MAINT-IMAGE          PIC X(44).
           05  MR-ERROR-CODE           PIC X(4).
           05  MR-ERROR-MESSAGE        PIC X(40).

       FD  ACCT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCT-AUDIT-REC.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-ACCOUNT-MASTER-STATUS PIC XX VALUE "00".
           88 ACCOUNT-MASTER-OK       VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
           88 CUSTOMER-MASTER-OK   VALUE "00".
       01  WS-MAINT-FILE-STATUS    PIC XX VALUE "00".
           88 MAINT-FILE-OK        VALUE "00".
           88 MAINT-FILE-EOF       VALUE "10".
       01  WS-MAINT-REJECT-STATUS  PIC XX VALUE "00".
           88 MAINT-REJECT-OK      VALUE "00".
       01  WS-ACCT-AUDIT-STATUS    PIC XX VALUE "00".
           88 ACCT-AUDIT-OK        VALUE "00".
           88 ACCT-AUDIT-NOT-FOUND VALUE "35".
       01  WS-MAINT-EOF-SWITCH     PIC X VALUE 'N'.
           88 END-OF-MAINT-FILE    VALUE 'Y'.
       01  WS-MASTER-FOUND-SW      PIC X VALUE 'N'.
           88 MASTER-FOUND         VALUE 'Y'.
       01  WS-CUSTMAST-OPEN-SW     PIC X VALUE 'N'.
           88 CUSTMAST-OPEN        VALUE 'Y'.
       01  WS-CUSTOMER-FOUND-SW    PIC X VALUE 'N'.
           88 CUSTOMER-FOUND       VALUE 'Y'.
       01  WS-MAINT-VALID-SW       PIC X VALUE 'Y'.
           88 MAINT-TRANS-VALID    VALUE 'Y'.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-STATUS    PIC X.
           05  WS-BEFORE-LAST-ACTIVITY PIC 9(8).
           05  WS-BEFORE-DORMANT-DATE PIC 9(8).
           05  WS-BEFORE-CURRENCY  PIC X(3).
       01  WS-COUNT-READ           PIC 9(7) VALUE ZERO.
       01  WS-COUNT-OPENED         PIC 9(7) VALUE ZERO.
       01  WS-COUNT-REACTIVATED    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CLOSED         PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CURRENCY-SET   PIC 9(7) VALUE ZERO.
       01  WS-COUNT-REJECTED       PIC 9(7) VALUE ZERO.
       01  WS-CLOSE-FUNCTION       PIC X VALUE 'C'.
       01  WS-CLOSE-SCOPE          PIC X VALUE 'A'.
       01  WS-CLOSE-RESULT         PIC X VALUE 'Y'.
           88 CLOSE-CLEAR          VALUE 'Y'.
           88 CLOSE-HAS-BALANCE    VALUE 'B'.
           88 CLOSE-HAS-EARMARK    VALUE 'E'.
           88 CLOSE-HAS-DISPUTE    VALUE 'D'.
           88 CLOSE-HAS-APPROVAL   VALUE 'Q'.

       PROCEDURE DIVISION.
       MAINT-LOGIC.
           DISPLAY "=================================".
           DISPLAY "ACCOUNT MAINTENANCE STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM OPEN-MAINT-FILES.

           PERFORM READ-MAINT-RECORD.
           PERFORM APPLY-ONE-MAINT-TRANS
               UNTIL END-OF-MAINT-FILE.

           PERFORM CLOSE-MAINT-FILES.
           MOVE 'F' TO WS-CLOSE-FUNCTION.
           PERFORM CALL-CLOSURE-CHECK.

           DISPLAY "ACCOUNT MAINT: TRANSACTIONS READ:    "
                   WS-COUNT-READ.
           DISPLAY "ACCOUNT MAINT: ACCOUNTS OPENED:      "
                   WS-COUNT-OPENED.
           DISPLAY "ACCOUNT MAINT: ACCOUNTS REACTIVATED: "
                   WS-COUNT-REACTIVATED.
           DISPLAY "ACCOUNT MAINT: ACCOUNTS CLOSED:      "
                   WS-COUNT-CLOSED.
           DISPLAY "ACCOUNT MAINT: CURRENCIES CHANGED:   "
                   WS-COUNT-CURRENCY-SET.
           DISPLAY "ACCOUNT MAINT: TRANSACTIONS REJECTED:"
                   WS-COUNT-REJECTED.
           DISPLAY "=================================".

           STOP RUN.

       OPEN-MAINT-FILES.
      *    The account master is never created here - an account
      *    that is not on file cannot be reactivated, closed or
      *    have its currency changed, and opens are added to the
      *    existing master.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "ACCOUNT MAINT: UNABLE TO OPEN ACCTMAST "
                       WS-ACCOUNT-MASTER-STATUS
               SET END-OF-MAINT-FILE TO TRUE
           END-IF.
      *    The customer master is only read, for opens; without it
      *    an open is refused as for an unknown customer.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUSTOMER-MASTER-OK
               SET CUSTMAST-OPEN TO TRUE
           ELSE
               DISPLAY "ACCOUNT MAINT: CUSTMAST NOT AVAILABLE "
                       WS-CUSTOMER-MASTER-STATUS
           END-IF.
           OPEN INPUT ACCT-MAINT-FILE.
           IF NOT MAINT-FILE-OK
               DISPLAY "ACCOUNT MAINT: UNABLE TO OPEN ACCTMNT "
                       WS-MAINT-FILE-STATUS
               SET END-OF-MAINT-FILE TO TRUE
           END-IF.
           OPEN OUTPUT MAINT-REJECT-FILE.
      *    The audit trail is append-only across runs - extend it,
      *    creating it on first use.
           OPEN EXTEND ACCT-AUDIT-FILE.
           IF ACCT-AUDIT-NOT-FOUND
               OPEN OUTPUT ACCT-AUDIT-FILE
           END-IF.

       READ-MAINT-RECORD.
           READ ACCT-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
           END-READ.

       APPLY-ONE-MAINT-TRANS.
           MOVE 'Y' TO WS-MAINT-VALID-SW.
           MOVE SPACES TO CW-ERROR-CODE.
           MOVE SPACES TO CW-ERROR-MESSAGE.

           PERFORM EDIT-MAINT-TRANS.

           IF MAINT-TRANS-VALID
               PERFORM LOOKUP-MASTER-RECORD
               EVALUATE TRUE
                   WHEN AU-ACTION-OPEN
                       PERFORM APPLY-OPEN-ACCOUNT
                   WHEN AU-ACTION-REACTIVATE
                       PERFORM APPLY-REACTIVATE-ACCOUNT
                   WHEN AU-ACTION-CLOSE
                       PERFORM APPLY-CLOSE-ACCOUNT
                   WHEN AU-ACTION-CURRENCY
                       PERFORM APPLY-CHANGE-CURRENCY
               END-EVALUATE
           END-IF.

           IF NOT MAINT-TRANS-VALID
               PERFORM WRITE-MAINT-REJECT
           END-IF.

           PERFORM READ-MAINT-RECORD.

       EDIT-MAINT-TRANS.
           IF NOT AU-ACTION-OPEN AND NOT AU-ACTION-REACTIVATE
              AND NOT AU-ACTION-CLOSE AND NOT AU-ACTION-CURRENCY
               MOVE "U001" TO CW-ERROR-CODE
               MOVE "INVALID ACTION CODE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               IF AU-CUSTOMER-ID NOT NUMERIC
                  OR AU-ACCOUNT-NUMBER NOT NUMERIC
                   MOVE "U002" TO CW-ERROR-CODE
                   MOVE "ACCOUNT KEY NOT NUMERIC" TO CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               ELSE
                   IF AU-CUSTOMER-ID = ZERO
                       MOVE "U002" TO CW-ERROR-CODE
                       MOVE "CUSTOMER ID REQUIRED" TO CW-ERROR-MESSAGE
                       MOVE 'N' TO WS-MAINT-VALID-SW
                   END-IF
               END-IF
           END-IF.
           IF MAINT-TRANS-VALID AND AU-USER-ID = SPACES
               MOVE "U003" TO CW-ERROR-CODE
               MOVE "USER ID REQUIRED" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           END-IF.
           IF MAINT-TRANS-VALID AND AU-ACTION-CURRENCY
              AND AU-NEW-CURRENCY = SPACES
               MOVE "U012" TO CW-ERROR-CODE
               MOVE "CURRENCY CODE REQUIRED" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           END-IF.

           IF MAINT-TRANS-VALID AND AU-ACTION-OPEN
              AND AU-ACCOUNT-NAME = SPACES
               MOVE "U014" TO CW-ERROR-CODE
               MOVE "ACCOUNT NAME REQUIRED" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           END-IF.

       LOOKUP-MASTER-RECORD.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           MOVE AU-ACCOUNT-KEY TO AM-ACCOUNT-KEY.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.

       APPLY-OPEN-ACCOUNT.
           IF MASTER-FOUND
               MOVE "U015" TO CW-ERROR-CODE
               MOVE "ACCOUNT ALREADY ON FILE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               PERFORM CHECK-OPEN-CUSTOMER
           END-IF.
           IF MAINT-TRANS-VALID
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE ZERO TO WS-BEFORE-LAST-ACTIVITY
               MOVE ZERO TO WS-BEFORE-DORMANT-DATE
               MOVE AU-ACCOUNT-KEY TO AM-ACCOUNT-KEY
               MOVE 'A' TO AM-ACCOUNT-STATUS
               MOVE AU-ACCOUNT-NAME TO AM-ACCOUNT-NAME
               MOVE CW-CURRENT-DATE TO AM-LAST-ACTIVITY-DATE
               MOVE ZERO TO AM-DORMANT-DATE
               MOVE AU-NEW-CURRENCY TO AM-CURRENCY-CODE
               MOVE CW-CURRENT-DATE TO AM-LAST-MAINT-DATE
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ACCOUNT MAINT: ERROR WRITING ACCTMAST "
                               WS-ACCOUNT-MASTER-STATUS
               END-WRITE
               ADD 1 TO WS-COUNT-OPENED
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       CHECK-OPEN-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW.
           IF CUSTMAST-OPEN
               MOVE AU-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CM-STATUS-CLOSED
                           SET CUSTOMER-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT CUSTOMER-FOUND
               MOVE "U016" TO CW-ERROR-CODE
               MOVE "CUSTOMER NOT ON FILE OR CLOSED" TO
                   CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           END-IF.

       APPLY-REACTIVATE-ACCOUNT.
           IF NOT MASTER-FOUND
               MOVE "U004" TO CW-ERROR-CODE
               MOVE "ACCOUNT NOT ON FILE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               IF NOT AM-STATUS-DORMANT
                   MOVE "U005" TO CW-ERROR-CODE
                   MOVE "ACCOUNT IS NOT DORMANT" TO CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               ELSE
                   PERFORM SAVE-BEFORE-IMAGE
                   MOVE 'A' TO AM-ACCOUNT-STATUS
                   MOVE CW-CURRENT-DATE TO AM-LAST-ACTIVITY-DATE
                   MOVE ZERO TO AM-DORMANT-DATE
                   PERFORM REWRITE-MASTER-RECORD
                   ADD 1 TO WS-COUNT-REACTIVATED
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       APPLY-CLOSE-ACCOUNT.
           IF NOT MASTER-FOUND
               MOVE "U004" TO CW-ERROR-CODE
               MOVE "ACCOUNT NOT ON FILE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               IF AM-STATUS-CLOSED
                   MOVE "U011" TO CW-ERROR-CODE
                   MOVE "ACCOUNT ALREADY CLOSED" TO CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               ELSE
                   PERFORM CHECK-CLOSE-DEPENDENCIES
               END-IF
           END-IF.
      *    A dormant account may be closed as it stands - its
      *    dormant date stays on the master as history.
           IF MAINT-TRANS-VALID
               PERFORM SAVE-BEFORE-IMAGE
               MOVE 'C' TO AM-ACCOUNT-STATUS
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-COUNT-CLOSED
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'X' TO WS-CLOSE-FUNCTION
               PERFORM CALL-CLOSURE-CHECK
           END-IF.

       APPLY-CHANGE-CURRENCY.
           IF NOT MASTER-FOUND
               MOVE "U004" TO CW-ERROR-CODE
               MOVE "ACCOUNT NOT ON FILE" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-MAINT-VALID-SW
           ELSE
               IF AM-STATUS-CLOSED
                   MOVE "U013" TO CW-ERROR-CODE
                   MOVE "ACCOUNT IS CLOSED" TO CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-MAINT-VALID-SW
               ELSE
                   PERFORM CHECK-CLOSE-DEPENDENCIES
               END-IF
           END-IF.
      *    Only an empty account changes currency - a balance or
      *    earmark held in the old currency would be misread in
      *    the new one.
           IF MAINT-TRANS-VALID
               PERFORM SAVE-BEFORE-IMAGE
               MOVE AU-NEW-CURRENCY TO AM-CURRENCY-CODE
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-COUNT-CURRENCY-SET
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       CHECK-CLOSE-DEPENDENCIES.
           MOVE 'C' TO WS-CLOSE-FUNCTION.
           PERFORM CALL-CLOSURE-CHECK.
           IF NOT CLOSE-CLEAR
               MOVE 'N' TO WS-MAINT-VALID-SW
               EVALUATE TRUE
                   WHEN CLOSE-HAS-BALANCE
                       MOVE "U006" TO CW-ERROR-CODE
                       MOVE "ACCOUNT HAS A NON-ZERO BALANCE" TO
                           CW-ERROR-MESSAGE
                   WHEN CLOSE-HAS-EARMARK
                       MOVE "U007" TO CW-ERROR-CODE
                       MOVE "ACCOUNT HAS EARMARKED FUNDS" TO
                           CW-ERROR-MESSAGE
                   WHEN CLOSE-HAS-DISPUTE
                       MOVE "U008" TO CW-ERROR-CODE
                       MOVE "ACCOUNT HAS AN OPEN DISPUTE" TO
                           CW-ERROR-MESSAGE
                   WHEN CLOSE-HAS-APPROVAL
                       MOVE "U009" TO CW-ERROR-CODE
                       MOVE "ACCOUNT HAS A PAYMENT PENDING APPROVAL"
                           TO CW-ERROR-MESSAGE
                   WHEN OTHER
                       MOVE "U010" TO CW-ERROR-CODE
                       MOVE "CLOSURE CHECK FILES UNAVAILABLE" TO
                           CW-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

       CALL-CLOSURE-CHECK.
           CALL 'CLOSURE-CHECK' USING WS-CLOSE-FUNCTION
                                      AU-CUSTOMER-ID
                                      AU-ACCOUNT-NUMBER
                                      WS-CLOSE-SCOPE
                                      AU-USER-ID
                                      WS-CLOSE-RESULT.

       SAVE-BEFORE-IMAGE.
           MOVE AM-ACCOUNT-STATUS TO WS-BEFORE-STATUS.
           MOVE AM-LAST-ACTIVITY-DATE TO WS-BEFORE-LAST-ACTIVITY.
           MOVE AM-DORMANT-DATE TO WS-BEFORE-DORMANT-DATE.
           MOVE AM-CURRENCY-CODE TO WS-BEFORE-CURRENCY.

       REWRITE-MASTER-RECORD.
           MOVE CW-CURRENT-DATE TO AM-LAST-MAINT-DATE.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT MAINT: ERROR REWRITING ACCTMAST "
                           WS-ACCOUNT-MASTER-STATUS
           END-REWRITE.

       WRITE-AUDIT-RECORD.
           MOVE CW-CURRENT-DATE TO AA-AUDIT-DATE.
           MOVE CW-CURRENT-TIME TO AA-AUDIT-TIME.
           MOVE AU-USER-ID TO AA-USER-ID.
           MOVE AU-ACTION-CODE TO AA-ACTION-CODE.
           MOVE AU-ACCOUNT-KEY TO AA-ACCOUNT-KEY.
           MOVE WS-BEFORE-STATUS TO AA-BEFORE-STATUS.
           MOVE WS-BEFORE-LAST-ACTIVITY TO AA-BEFORE-LAST-ACTIVITY.
           MOVE WS-BEFORE-DORMANT-DATE TO AA-BEFORE-DORMANT-DATE.
           MOVE AM-ACCOUNT-STATUS TO AA-AFTER-STATUS.
           MOVE AM-LAST-ACTIVITY-DATE TO AA-AFTER-LAST-ACTIVITY.
           MOVE AM-DORMANT-DATE TO AA-AFTER-DORMANT-DATE.
           MOVE WS-BEFORE-CURRENCY TO AA-BEFORE-CURRENCY.
           MOVE AM-CURRENCY-CODE TO AA-AFTER-CURRENCY.
           MOVE CC-VERSION TO AA-VERSION.
           WRITE ACCT-AUDIT-RECORD.

       WRITE-MAINT-REJECT.
           ADD 1 TO WS-COUNT-REJECTED.
           MOVE ACCT-MAINT-RECORD TO MR-MAINT-IMAGE.
           MOVE CW-ERROR-CODE TO MR-ERROR-CODE.
           MOVE CW-ERROR-MESSAGE TO MR-ERROR-MESSAGE.
           WRITE MAINT-REJECT-RECORD.
           DISPLAY "ACCOUNT MAINT: REJECTED " AU-CUSTOMER-ID "/"
                   AU-ACCOUNT-NUMBER " " CW-ERROR-CODE " "
                   CW-ERROR-MESSAGE.

       CLOSE-MAINT-FILES.
           CLOSE ACCOUNT-MASTER-FILE.
           IF CUSTMAST-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE ACCT-MAINT-FILE.
           CLOSE MAINT-REJECT-FILE.
           CLOSE ACCT-AUDIT-FILE.
