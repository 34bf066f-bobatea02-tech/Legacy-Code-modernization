      * (marked 'P' on the capture record by INTRADAY-RUN), so a
      * wire that settled hours ago cannot post a second time
      * tonight.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      * Also folds in the day's same-day recalls (written by
      * PAYRECALL through the ORCL queue): each becomes a reversal
      * of the recalled original for its full base amount, carrying
      * the recall reason RCL and the recalling operator in the
      * channel reference, so tonight's run gives the customer the
      * money back and the GL nets the pair out on the date the
      * original posted. A missing or empty recall file just means
      * nothing was recalled.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT CAPTURED-TRANS-FILE ASSIGN TO "CAPTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPTURED-TRANS-STATUS.
           SELECT RECALL-REQUEST-FILE ASSIGN TO "ORECALL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECALL-REQUEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY PAYMENT-TRANS-REC.

       FD  RECALL-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECALL-REQUEST-REC.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-COUNT-CAPTURES-READ  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-MERGED         PIC 9(7) VALUE ZERO.
       01  WS-COUNT-INTRADAY-DONE  PIC 9(7) VALUE ZERO.
       01  WS-RECALL-REQUEST-STATUS PIC XX VALUE "00".
           88 RECALL-REQUEST-OK    VALUE "00".
       01  WS-RECALL-EOF-SWITCH    PIC X VALUE 'N'.
           88 END-OF-RECALL-FILE   VALUE 'Y'.
       01  WS-COUNT-RECALLS-READ   PIC 9(7) VALUE ZERO.
       01  WS-COUNT-RECALLS-MERGED PIC 9(7) VALUE ZERO.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "CAPMERGE".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       MERGE-LOGIC.
           DISPLAY "ONLINE CAPTURE MERGE STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM MERGE-ONE-CAPTURE
               UNTIL END-OF-CAPTURE-FILE.

           PERFORM READ-RECALL-RECORD.
           PERFORM BUILD-RECALL-REVERSAL
               UNTIL END-OF-RECALL-FILE.

           PERFORM CLOSE-MERGE-FILES.

           DISPLAY "CAPTURE MERGE: CAPTURES READ: "
                   WS-COUNT-MERGED.
           DISPLAY "CAPTURE MERGE: DONE INTRADAY: "
                   WS-COUNT-INTRADAY-DONE.
           DISPLAY "CAPTURE MERGE: RECALLS READ:  "
                   WS-COUNT-RECALLS-READ.
           DISPLAY "CAPTURE MERGE: RECALLS MERGED:"
                   WS-COUNT-RECALLS-MERGED.
           DISPLAY "=================================".

           COMPUTE WS-STEP-COUNT-READ =
               WS-COUNT-CAPTURES-READ + WS-COUNT-RECALLS-READ.
           COMPUTE WS-STEP-COUNT-WRITTEN =
               WS-COUNT-MERGED + WS-COUNT-RECALLS-MERGED.
           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       OPEN-MERGE-FILES.
               SET END-OF-CAPTURE-FILE TO TRUE
           END-IF.
           OPEN OUTPUT CAPTURED-TRANS-FILE.
           OPEN INPUT RECALL-REQUEST-FILE.
           IF NOT RECALL-REQUEST-OK
               DISPLAY "CAPTURE MERGE: NO RECALL FILE "
                       WS-RECALL-REQUEST-STATUS
               SET END-OF-RECALL-FILE TO TRUE
           END-IF.

       READ-CAPTURE-RECORD.
           READ ONLINE-CAPTURE-FILE
           ADD 1 TO WS-COUNT-MERGED.
           PERFORM READ-CAPTURE-RECORD.

       READ-RECALL-RECORD.
           READ RECALL-REQUEST-FILE
               AT END
                   SET END-OF-RECALL-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-RECALLS-READ
           END-READ.

       BUILD-RECALL-REVERSAL.
      *    The whole of the original comes back - a recall is never
      *    partial. The reversal goes back to the account, merchant
      *    and network the original used, like a bank return, and
      *    PAYMENT checks the original still carries the recall
      *    mark before it posts.
           MOVE RR-CUSTOMER-ID TO PT-CUSTOMER-ID.
           MOVE RR-ACCOUNT-NUMBER TO PT-ACCOUNT-NUMBER.
           MOVE RR-BASE-AMOUNT TO PT-PAYMENT-AMOUNT.
           MOVE RR-CURRENCY-CODE TO PT-CURRENCY-CODE.
           SET PT-TYPE-REVERSAL TO TRUE.
           MOVE RR-TRANSACTION-ID TO PT-ORIGINAL-TRANS-ID.
           MOVE ZERO TO PT-VALUE-DATE.
           MOVE RR-MERCHANT-ID TO PT-MERCHANT-ID.
           MOVE RR-PAYMENT-METHOD TO PT-PAYMENT-METHOD.
           SET PT-RECALL-REVERSAL TO TRUE.
      *    The recalling operator and date stand in as the
      *    reference, as the capturing operator does on a capture.
           MOVE "RECALL" TO PT-CHANNEL-ID.
           MOVE SPACES TO PT-CHANNEL-REF.
           STRING RR-OPERATOR-ID RR-RECALL-DATE
               DELIMITED BY SIZE INTO PT-CHANNEL-REF.
           MOVE SPACE TO PT-FEE-BEARER.
           WRITE PAYMENT-TRANS-RECORD.
           ADD 1 TO WS-COUNT-RECALLS-MERGED.
           PERFORM READ-RECALL-RECORD.

       CLOSE-MERGE-FILES.
           CLOSE ONLINE-CAPTURE-FILE.
           CLOSE CAPTURED-TRANS-FILE.
           CLOSE RECALL-REQUEST-FILE.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "CAPTURE MERGE: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "CAPTURE MERGE: RUN CONTROL UNAVAILABLE"
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
