       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALINQ.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Balance inquiry - CICS online transaction that takes a
      * customer id and account number and returns the account's
      * funds position from the balance file (CUSTBAL): available
      * balance, approved credit line, outstanding earmarks and the
      * date of the oldest, the overdrawn-since date, and the
      * spendable amount FUNDSCHECK checks a payment against
      * (available plus credit line less earmarks). With it come the
      * account's last ten balance movements from BALRCNT - date,
      * time, source (T posting or reversal, F overdraft fee, C
      * funding credit), transaction id, signed change and the
      * balance after - so the call center can explain an F001
      * decline without calling the night operator. An account with
      * no balance record is not funds-tracked and is reported as
      * such; BALRCNT is as current as the last end-of-cycle
      * rebuild.
      *
      * Pseudo-conversational like INQUIRY: the first attach prompts
      * for the customer id and account number and RETURNs
      * TRANSID/COMMAREA; the re-attach does the RECEIVE, the reads
      * and the response SEND, then RETURNs with no TRANSID to end
      * the conversation.
      * Checks the signed-on operator against the region's OPERPROF
      * profile file at attach - an unknown, revoked or
      * not-authorized operator is refused before the prompt.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-CUST-BALANCE-RESP      PIC S9(8) COMP.
       01  WS-RECENT-RESP            PIC S9(8) COMP.
       01  WS-BAL-RECEIVE-LENGTH     PIC S9(4) COMP.
       01  WS-BAL-RECEIVE-RESP       PIC S9(8) COMP.
       01  WS-MOVE-IDX               PIC 9(2) VALUE ZERO.
       01  WS-BAL-PROMPT             PIC X(36) VALUE
           "ENTER CUSTOMER ID AND ACCOUNT NUMBER".
       01  WS-PROFILE-READ-RESP      PIC S9(8) COMP.
       01  WS-OPERATOR-ID            PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-OK-SW         PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED    VALUE 'Y'.
       01  WS-BAL-REFUSAL            PIC X(44) VALUE
           "OPERATOR NOT AUTHORIZED FOR BALANCE INQUIRY".
       COPY OPERATOR-PROFILE-REC.
       COPY CUST-BALANCE-REC.
       COPY BALANCE-RECENT-REC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-BAL-ACCOUNT-KEY.
               10  LK-BAL-CUSTOMER-ID  PIC 9(8).
               10  LK-BAL-ACCOUNT-NUMBER PIC 9(4).
           05  LK-BAL-FOUND-SW         PIC X.
               88  LK-BAL-FOUND        VALUE 'Y'.
               88  LK-BAL-NOT-TRACKED  VALUE 'N'.
           05  LK-BAL-AVAILABLE-AMOUNT PIC S9(9)V99.
           05  LK-BAL-CREDIT-LIMIT     PIC S9(9)V99.
           05  LK-BAL-EARMARKED-AMOUNT PIC S9(9)V99.
           05  LK-BAL-SPENDABLE-AMOUNT PIC S9(9)V99.
           05  LK-BAL-OLDEST-EARMARK-DATE PIC 9(8).
           05  LK-BAL-OVERDRAWN-SINCE  PIC 9(8).
           05  LK-BAL-LAST-UPDATE-DATE PIC 9(8).
           05  LK-BAL-MOVE-COUNT       PIC 9(2).
           05  LK-BAL-MOVE-ENTRY OCCURS 10 TIMES.
               10  LK-BAL-MOVE-DATE    PIC 9(8).
               10  LK-BAL-MOVE-TIME    PIC 9(6).
               10  LK-BAL-MOVE-SOURCE  PIC X.
               10  LK-BAL-TRANSACTION-ID PIC 9(10).
               10  LK-BAL-SIGNED-CHANGE PIC S9(9)V99.
               10  LK-BAL-BALANCE-AFTER PIC S9(9)V99.

       PROCEDURE DIVISION.
       BALINQ-LOGIC.
           PERFORM CHECK-OPERATOR-PROFILE.
           IF NOT OPERATOR-AUTHORIZED
               PERFORM REFUSE-OPERATOR
           ELSE
               IF EIBCALEN = 0
                   PERFORM SEND-BALANCE-PROMPT
               ELSE
                   PERFORM RECEIVE-AND-RESPOND
               END-IF
           END-IF.

       CHECK-OPERATOR-PROFILE.
           MOVE 'N' TO WS-OPERATOR-OK-SW.
           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC.
           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
           EXEC CICS READ
               FILE('OPERPROF')
               INTO(OPERATOR-PROFILE-RECORD)
               RIDFLD(OP-OPERATOR-ID)
               KEYLENGTH(8)
               RESP(WS-PROFILE-READ-RESP)
           END-EXEC.
           IF WS-PROFILE-READ-RESP = DFHRESP(NORMAL)
              AND OP-STATUS-ACTIVE
              AND OP-BALINQ-ALLOWED
               SET OPERATOR-AUTHORIZED TO TRUE
           END-IF.

       REFUSE-OPERATOR.
           EXEC CICS SEND TEXT
               FROM(WS-BAL-REFUSAL)
               LENGTH(LENGTH OF WS-BAL-REFUSAL)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       SEND-BALANCE-PROMPT.
           EXEC CICS SEND TEXT
               FROM(WS-BAL-PROMPT)
               LENGTH(LENGTH OF WS-BAL-PROMPT)
               ERASE
           END-EXEC.

           MOVE ZERO TO LK-BAL-CUSTOMER-ID.
           MOVE ZERO TO LK-BAL-ACCOUNT-NUMBER.
           MOVE 'N' TO LK-BAL-FOUND-SW.
           MOVE ZERO TO LK-BAL-MOVE-COUNT.

           EXEC CICS RETURN
               TRANSID('BINQ')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       RECEIVE-AND-RESPOND.
           MOVE 12 TO WS-BAL-RECEIVE-LENGTH.
           EXEC CICS RECEIVE
               INTO(LK-BAL-ACCOUNT-KEY)
               LENGTH(WS-BAL-RECEIVE-LENGTH)
               RESP(WS-BAL-RECEIVE-RESP)
           END-EXEC.

           MOVE 'N' TO LK-BAL-FOUND-SW.
           MOVE ZERO TO LK-BAL-MOVE-COUNT.

           IF WS-BAL-RECEIVE-RESP NOT = DFHRESP(NORMAL)
               DISPLAY "BALINQ: INVALID INPUT RECEIVED - RESP "
                       WS-BAL-RECEIVE-RESP
           ELSE
               PERFORM LOOKUP-BALANCE
               IF LK-BAL-FOUND
                   PERFORM LOOKUP-RECENT-MOVEMENT
                       VARYING WS-MOVE-IDX FROM 1 BY 1
                       UNTIL WS-MOVE-IDX > 10
                          OR WS-RECENT-RESP NOT = DFHRESP(NORMAL)
               END-IF
           END-IF.

           EXEC CICS SEND
               FROM(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       LOOKUP-BALANCE.
           MOVE LK-BAL-CUSTOMER-ID TO CB-CUSTOMER-ID.
           MOVE LK-BAL-ACCOUNT-NUMBER TO CB-ACCOUNT-NUMBER.

           EXEC CICS READ
               FILE('CUSTBAL')
               INTO(CUST-BALANCE-RECORD)
               RIDFLD(CB-BALANCE-KEY)
               KEYLENGTH(12)
               RESP(WS-CUST-BALANCE-RESP)
           END-EXEC.

           IF WS-CUST-BALANCE-RESP = DFHRESP(NORMAL)
               SET LK-BAL-FOUND TO TRUE
               MOVE CB-AVAILABLE-AMOUNT TO LK-BAL-AVAILABLE-AMOUNT
               MOVE CB-CREDIT-LIMIT TO LK-BAL-CREDIT-LIMIT
               MOVE CB-EARMARKED-AMOUNT TO LK-BAL-EARMARKED-AMOUNT
               COMPUTE LK-BAL-SPENDABLE-AMOUNT =
                   CB-AVAILABLE-AMOUNT + CB-CREDIT-LIMIT
                   - CB-EARMARKED-AMOUNT
               MOVE CB-OLDEST-EARMARK-DATE TO
                   LK-BAL-OLDEST-EARMARK-DATE
               MOVE CB-OVERDRAWN-SINCE-DATE TO LK-BAL-OVERDRAWN-SINCE
               MOVE CB-LAST-UPDATE-DATE TO LK-BAL-LAST-UPDATE-DATE
               MOVE DFHRESP(NORMAL) TO WS-RECENT-RESP
           ELSE
               DISPLAY "BALINQ: ACCOUNT NOT FUNDS-TRACKED "
                       LK-BAL-CUSTOMER-ID " " LK-BAL-ACCOUNT-NUMBER
           END-IF.

       LOOKUP-RECENT-MOVEMENT.
      *    Sequence 01 is the newest movement; an account with fewer
      *    than ten ends at the first sequence not on file.
           MOVE LK-BAL-CUSTOMER-ID TO BM-CUSTOMER-ID.
           MOVE LK-BAL-ACCOUNT-NUMBER TO BM-ACCOUNT-NUMBER.
           MOVE WS-MOVE-IDX TO BM-MOVE-SEQUENCE.

           EXEC CICS READ
               FILE('BALRCNT')
               INTO(BALANCE-RECENT-RECORD)
               RIDFLD(BM-RECENT-KEY)
               KEYLENGTH(14)
               RESP(WS-RECENT-RESP)
           END-EXEC.

           IF WS-RECENT-RESP = DFHRESP(NORMAL)
               ADD 1 TO LK-BAL-MOVE-COUNT
               MOVE BM-MOVE-DATE TO
                   LK-BAL-MOVE-DATE (LK-BAL-MOVE-COUNT)
               MOVE BM-MOVE-TIME TO
                   LK-BAL-MOVE-TIME (LK-BAL-MOVE-COUNT)
               MOVE BM-MOVE-SOURCE TO
                   LK-BAL-MOVE-SOURCE (LK-BAL-MOVE-COUNT)
               MOVE BM-TRANSACTION-ID TO
                   LK-BAL-TRANSACTION-ID (LK-BAL-MOVE-COUNT)
               MOVE BM-SIGNED-CHANGE TO
                   LK-BAL-SIGNED-CHANGE (LK-BAL-MOVE-COUNT)
               MOVE BM-BALANCE-AFTER TO
                   LK-BAL-BALANCE-AFTER (LK-BAL-MOVE-COUNT)
           END-IF.
