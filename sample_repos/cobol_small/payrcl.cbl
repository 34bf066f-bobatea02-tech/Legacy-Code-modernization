       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRECALL.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Same-day payment recall - CICS online transaction that lets
      * an authorized operator take back a payment keyed by mistake
      * earlier in the day, for as long as the bank instruction
      * files for its posting date have not been cut. The operator
      * keys the transaction id and the customer id it belongs to;
      * the original is read for update from TRANLOG and checked:
      * it must be the customer's own posted original, not already
      * recalled or reversed in whole or part, and neither its
      * posting (business) date nor any later date may have a
      * record yet on the instruction cut file (INSTCUT) that
      * BANK-INSTRUCT stamps as it starts cutting - once the cut
      * has begun the payment is on its way to the bank and the
      * recall is refused with a message telling the operator to
      * raise a reversal instead. The cut, not the calendar, is
      * what ends the day: a payment posted after the night's date
      * advance, or over a weekend, carries the next business date
      * and stays recallable until that date is cut.
      * An accepted recall goes to the ORCL recall queue and the
      * original is marked with the recall reason (RCL) on the log.
      * CAPTURE-MERGE turns the queued recall into a reversal for
      * that night's cycle, which restores the customer's balance
      * and nets the original out of the GL on the same business
      * date; BANK-INSTRUCT, SETTLEMENT and MERCHANT-REMIT leave
      * both legs out. The queue is written first: a queue the
      * region has already closed for the nightly run refuses the
      * recall with the log untouched.
      *
      * Pseudo-conversational like PAYCAPTURE: the first attach
      * prompts and RETURNs TRANSID/COMMAREA; each re-attach
      * receives the keyed recall, checks it, reports the outcome,
      * and RETURNs TRANSID again so the operator can key the next.
      * Checks the signed-on operator against the region's OPERPROF
      * profile file at attach - an unknown, revoked or operator
      * not allowed to recall is refused before the prompt - and
      * stamps the operator id on every queued recall.
      * A month-end service charge (channel SVCCHG) is refused
      * with R012: it never goes to the bank, and a recall would
      * come back as a reversal on the wrong channel that PAYMENT
      * declines, leaving the charge marked but never undone. A
      * charge is waived by a reversal on channel SVCCHG instead.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-RCL-RECEIVE-LENGTH     PIC S9(4) COMP.
       01  WS-RCL-RECEIVE-RESP       PIC S9(8) COMP.
       01  WS-RCL-ABSTIME            PIC S9(15) COMP-3.
       01  WS-RCL-PROMPT             PIC X(36) VALUE
           "ENTER TRANSACTION ID AND CUSTOMER ID".
       01  WS-RECALL-INPUT.
           05  RI-TRANSACTION-ID       PIC 9(10).
           05  RI-CUSTOMER-ID          PIC 9(8).
       01  WS-RECALL-STATUS        PIC X VALUE SPACE.
           88 RECALL-ACCEPTABLE    VALUE 'Y'.
       01  WS-LOG-READ-RESP        PIC S9(8) COMP.
       01  WS-LOG-REWRITE-RESP     PIC S9(8) COMP.
       01  WS-CUT-READ-RESP        PIC S9(8) COMP.
       01  WS-QUEUE-WRITE-RESP     PIC S9(8) COMP.
       01  WS-LOG-LOCKED-SW        PIC X VALUE 'N'.
           88 LOG-RECORD-LOCKED    VALUE 'Y'.
       01  WS-PROFILE-READ-RESP    PIC S9(8) COMP.
       01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-OK-SW       PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED  VALUE 'Y'.
       01  WS-RCL-REFUSAL          PIC X(44) VALUE
           "OPERATOR NOT AUTHORIZED FOR PAYMENT RECALL".
       COPY TRANSACTION-LOG-REC.
       COPY INSTRUCTION-CUT-REC.
       COPY RECALL-REQUEST-REC.
       COPY OPERATOR-PROFILE-REC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-RCL-RECALLED-COUNT   PIC 9(5).
           05  LK-RCL-LAST-STATUS      PIC X.
           05  LK-RCL-TRANSACTION-ID   PIC 9(10).
           05  LK-RCL-BASE-AMOUNT      PIC 9(7)V99.
           05  LK-RCL-CURRENCY-CODE    PIC X(3).
           05  LK-RCL-ERROR-CODE       PIC X(4).
           05  LK-RCL-ERROR-MESSAGE    PIC X(80).

       PROCEDURE DIVISION.
       PAYRECALL-LOGIC.
           PERFORM CHECK-OPERATOR-PROFILE.
           IF NOT OPERATOR-AUTHORIZED
               PERFORM REFUSE-OPERATOR
           ELSE
               IF EIBCALEN = 0
                   PERFORM SEND-RECALL-PROMPT
               ELSE
                   PERFORM RECALL-AND-RESPOND
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
              AND OP-RECALL-ALLOWED
               SET OPERATOR-AUTHORIZED TO TRUE
           END-IF.

       REFUSE-OPERATOR.
           EXEC CICS SEND TEXT
               FROM(WS-RCL-REFUSAL)
               LENGTH(LENGTH OF WS-RCL-REFUSAL)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       SEND-RECALL-PROMPT.
           EXEC CICS SEND TEXT
               FROM(WS-RCL-PROMPT)
               LENGTH(LENGTH OF WS-RCL-PROMPT)
               ERASE
           END-EXEC.

           MOVE ZERO TO LK-RCL-RECALLED-COUNT.
           MOVE SPACE TO LK-RCL-LAST-STATUS.
           MOVE ZERO TO LK-RCL-TRANSACTION-ID.
           MOVE ZERO TO LK-RCL-BASE-AMOUNT.
           MOVE SPACES TO LK-RCL-CURRENCY-CODE.
           MOVE SPACES TO LK-RCL-ERROR-CODE.
           MOVE SPACES TO LK-RCL-ERROR-MESSAGE.

           EXEC CICS RETURN
               TRANSID('PRCL')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       RECALL-AND-RESPOND.
           MOVE 18 TO WS-RCL-RECEIVE-LENGTH.
           EXEC CICS RECEIVE
               INTO(WS-RECALL-INPUT)
               LENGTH(WS-RCL-RECEIVE-LENGTH)
               RESP(WS-RCL-RECEIVE-RESP)
           END-EXEC.

           MOVE ZERO TO LK-RCL-BASE-AMOUNT.
           MOVE SPACES TO LK-RCL-CURRENCY-CODE.
           IF WS-RCL-RECEIVE-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO LK-RCL-TRANSACTION-ID
               MOVE 'N' TO LK-RCL-LAST-STATUS
               MOVE "R001" TO LK-RCL-ERROR-CODE
               MOVE "RECALL NOT RECEIVED - KEY IT AGAIN" TO
                   LK-RCL-ERROR-MESSAGE
           ELSE
               MOVE RI-TRANSACTION-ID TO LK-RCL-TRANSACTION-ID
               PERFORM PROCESS-RECALL-REQUEST
           END-IF.

           EXEC CICS SEND
               FROM(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('PRCL')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       PROCESS-RECALL-REQUEST.
           EXEC CICS ASKTIME
               ABSTIME(WS-RCL-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-RCL-ABSTIME)
               YYYYMMDD(CW-CURRENT-DATE)
               TIME(CW-CURRENT-TIME)
           END-EXEC.

           MOVE 'Y' TO WS-RECALL-STATUS.
           MOVE 'N' TO WS-LOG-LOCKED-SW.
           MOVE SPACES TO CW-ERROR-CODE.
           MOVE SPACES TO CW-ERROR-MESSAGE.

           PERFORM EDIT-RECALL-FIELDS.
           IF RECALL-ACCEPTABLE
               PERFORM READ-ORIGINAL-FOR-UPDATE
           END-IF.
           IF RECALL-ACCEPTABLE
               PERFORM CHECK-ORIGINAL-RECALLABLE
           END-IF.
           IF RECALL-ACCEPTABLE
               PERFORM CHECK-INSTRUCTION-CUT
           END-IF.
           IF RECALL-ACCEPTABLE
               PERFORM WRITE-RECALL-REQUEST
           END-IF.
           IF RECALL-ACCEPTABLE
               PERFORM MARK-ORIGINAL-RECALLED
           END-IF.

           IF RECALL-ACCEPTABLE
               ADD 1 TO LK-RCL-RECALLED-COUNT
               MOVE 'Y' TO LK-RCL-LAST-STATUS
               MOVE SPACES TO LK-RCL-ERROR-CODE
               MOVE "PAYMENT RECALLED - REFUND POSTS IN TONIGHT'S RUN"
                   TO LK-RCL-ERROR-MESSAGE
           ELSE
               IF LOG-RECORD-LOCKED
                   EXEC CICS UNLOCK
                       FILE('TRANLOG')
                   END-EXEC
               END-IF
               MOVE 'N' TO LK-RCL-LAST-STATUS
               MOVE CW-ERROR-CODE TO LK-RCL-ERROR-CODE
               MOVE CW-ERROR-MESSAGE TO LK-RCL-ERROR-MESSAGE
           END-IF.

       EDIT-RECALL-FIELDS.
           IF RI-TRANSACTION-ID NOT NUMERIC
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R002" TO CW-ERROR-CODE
               MOVE "TRANSACTION ID NOT NUMERIC" TO CW-ERROR-MESSAGE
           ELSE
               IF RI-TRANSACTION-ID = ZERO
                   MOVE 'N' TO WS-RECALL-STATUS
                   MOVE "R002" TO CW-ERROR-CODE
                   MOVE "TRANSACTION ID REQUIRED" TO CW-ERROR-MESSAGE
               END-IF
           END-IF.
           IF RECALL-ACCEPTABLE AND RI-CUSTOMER-ID NOT NUMERIC
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R003" TO CW-ERROR-CODE
               MOVE "CUSTOMER ID NOT NUMERIC" TO CW-ERROR-MESSAGE
           END-IF.

       READ-ORIGINAL-FOR-UPDATE.
           MOVE RI-TRANSACTION-ID TO TL-TRANSACTION-ID.
           EXEC CICS READ
               FILE('TRANLOG')
               INTO(TRANSACTION-LOG-RECORD)
               RIDFLD(TL-TRANSACTION-ID)
               KEYLENGTH(10)
               UPDATE
               RESP(WS-LOG-READ-RESP)
           END-EXEC.
           IF WS-LOG-READ-RESP = DFHRESP(NORMAL)
               SET LOG-RECORD-LOCKED TO TRUE
           ELSE
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R004" TO CW-ERROR-CODE
               MOVE "TRANSACTION NOT FOUND ON THE LOG" TO
                   CW-ERROR-MESSAGE
           END-IF.

       CHECK-ORIGINAL-RECALLABLE.
           IF TL-CUSTOMER-ID NOT = RI-CUSTOMER-ID
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R005" TO CW-ERROR-CODE
               MOVE "TRANSACTION DOES NOT BELONG TO THIS CUSTOMER" TO
                   CW-ERROR-MESSAGE
           ELSE
           IF NOT TL-TYPE-ORIGINAL
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R006" TO CW-ERROR-CODE
               MOVE "ONLY AN ORIGINAL PAYMENT CAN BE RECALLED" TO
                   CW-ERROR-MESSAGE
           ELSE
           IF TL-RECALLED
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R007" TO CW-ERROR-CODE
               MOVE "PAYMENT ALREADY RECALLED" TO CW-ERROR-MESSAGE
           ELSE
           IF TL-SERVICE-CHARGE
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R012" TO CW-ERROR-CODE
               MOVE "SERVICE CHARGE - WAIVE ON SVCCHG, NOT RECALL" TO
                   CW-ERROR-MESSAGE
           ELSE
           IF NOT TL-STATUS-POSTED
              OR TL-REVERSED-AMOUNT NOT = ZERO
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R008" TO CW-ERROR-CODE
               MOVE "PAYMENT ALREADY REVERSED - CANNOT BE RECALLED" TO
                   CW-ERROR-MESSAGE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF RECALL-ACCEPTABLE
               MOVE TL-BASE-AMOUNT TO LK-RCL-BASE-AMOUNT
               MOVE TL-CURRENCY-CODE TO LK-RCL-CURRENCY-CODE
           END-IF.

       CHECK-INSTRUCTION-CUT.
      *    BANK-INSTRUCT writes the date's record before it reads
      *    the first posting, so any record at all - started or
      *    cut - means the payment is already bound for the bank.
      *    The posting date is the cycle's business date from
      *    BUSDATE, not the calendar date, so "same day" is judged
      *    by the cut alone: a record for the posting date or any
      *    later one means that cycle has gone to the bank, even
      *    if its own record was never stamped.
           MOVE TL-POSTING-DATE TO IC-BUSINESS-DATE.
           EXEC CICS READ
               FILE('INSTCUT')
               INTO(INSTRUCTION-CUT-RECORD)
               RIDFLD(IC-BUSINESS-DATE)
               KEYLENGTH(8)
               GTEQ
               RESP(WS-CUT-READ-RESP)
           END-EXEC.
           IF WS-CUT-READ-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R009" TO CW-ERROR-CODE
               MOVE SPACES TO CW-ERROR-MESSAGE
               STRING "RECALL REFUSED - BANK INSTRUCTIONS FOR "
                      IC-BUSINESS-DATE
                      " ALREADY CUT, RAISE A REVERSAL"
                   DELIMITED BY SIZE INTO CW-ERROR-MESSAGE
           END-IF.

       WRITE-RECALL-REQUEST.
           MOVE TL-TRANSACTION-ID TO RR-TRANSACTION-ID.
           MOVE TL-CUSTOMER-ID TO RR-CUSTOMER-ID.
           MOVE TL-ACCOUNT-NUMBER TO RR-ACCOUNT-NUMBER.
           MOVE TL-BASE-AMOUNT TO RR-BASE-AMOUNT.
           MOVE TL-CURRENCY-CODE TO RR-CURRENCY-CODE.
           MOVE TL-MERCHANT-ID TO RR-MERCHANT-ID.
           MOVE TL-PAYMENT-METHOD TO RR-PAYMENT-METHOD.
           MOVE TL-POSTING-DATE TO RR-POSTING-DATE.
           MOVE CW-CURRENT-DATE TO RR-RECALL-DATE.
           MOVE CW-CURRENT-TIME TO RR-RECALL-TIME.
           MOVE EIBTRMID TO RR-TERMINAL-ID.
           MOVE WS-OPERATOR-ID TO RR-OPERATOR-ID.

           EXEC CICS WRITEQ TD
               QUEUE('ORCL')
               FROM(RECALL-REQUEST-RECORD)
               LENGTH(LENGTH OF RECALL-REQUEST-RECORD)
               RESP(WS-QUEUE-WRITE-RESP)
           END-EXEC.
           IF WS-QUEUE-WRITE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R010" TO CW-ERROR-CODE
               MOVE "RECALL QUEUE CLOSED FOR NIGHTLY RUN - NOT RECALLED"
                   TO CW-ERROR-MESSAGE
           END-IF.

       MARK-ORIGINAL-RECALLED.
      *    The mark is what keeps the original out of tonight's
      *    instructions. If it cannot be written the queued recall
      *    is declined by PAYMENT tonight, and the operator is told
      *    to call support.
           SET TL-RECALLED TO TRUE.
           EXEC CICS REWRITE
               FILE('TRANLOG')
               FROM(TRANSACTION-LOG-RECORD)
               RESP(WS-LOG-REWRITE-RESP)
           END-EXEC.
           MOVE 'N' TO WS-LOG-LOCKED-SW.
           IF WS-LOG-REWRITE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-RECALL-STATUS
               MOVE "R011" TO CW-ERROR-CODE
               MOVE "LOG NOT MARKED - RECALL NOT DONE, CALL SUPPORT" TO
                   CW-ERROR-MESSAGE
           END-IF.
