      * the one-per-run pace keeps each recurrence outside the
      * duplicate window while still catching up.
      * Orders past their end date are marked expired.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      * An occurrence whose due date falls on a closure of its
      * currency's settlement network (a network entry on
      * HOLIDAYS) is value-dated to that network's next business
      * day, taken from BUSINESS-DAY, so WAREHOUSE-RELEASE holds
      * it until the network is open; the order's own next-due
      * date keeps its schedule. Each such occurrence is listed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-COUNT-EXPIRED        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NOT-DUE        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-INACTIVE       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NET-MOVED      PIC 9(7) VALUE ZERO.

      *    Network business-day lookup - see BUSINESS-DAY.
       01  WS-DAY-FUNCTION         PIC X VALUE 'O'.
       01  WS-NETWORK-DATE         PIC 9(8) VALUE ZERO.
       01  WS-ROLL-REASON          PIC X VALUE SPACE.
           88 ROLLED-FOR-NETWORK   VALUE 'N'.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "STORDGEN".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       GENERATION-LOGIC.
           DISPLAY "STANDING-ORDER GENERATION STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM READ-BUSINESS-DATE.
                   WS-COUNT-EXPIRED.
           DISPLAY "ORDER GEN: INACTIVE SKIPPED: "
                   WS-COUNT-INACTIVE.
           DISPLAY "ORDER GEN: NETWORK HOLIDAY:  "
                   WS-COUNT-NET-MOVED.
           DISPLAY "=================================".

           MOVE WS-COUNT-ORDERS-READ TO WS-STEP-COUNT-READ.
           MOVE WS-COUNT-GENERATED TO WS-STEP-COUNT-WRITTEN.
           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       READ-BUSINESS-DATE.
           SET PT-TYPE-ORIGINAL TO TRUE.
           MOVE ZERO TO PT-ORIGINAL-TRANS-ID.
           MOVE ZERO TO PT-VALUE-DATE.
           PERFORM APPLY-NETWORK-CALENDAR.
           MOVE SO-MERCHANT-ID TO PT-MERCHANT-ID.
           MOVE SO-PAYMENT-METHOD TO PT-PAYMENT-METHOD.
           MOVE SPACES TO PT-RETURN-REASON.
           WRITE PAYMENT-TRANS-RECORD.
           ADD 1 TO WS-COUNT-GENERATED.

       APPLY-NETWORK-CALENDAR.
      *    Weekends and processing holidays need nothing here - the
      *    run does not happen on them; only a day the currency's
      *    own network is shut moves the occurrence.
           CALL 'BUSINESS-DAY' USING WS-DAY-FUNCTION
                                     SO-NEXT-DUE-DATE
                                     SO-CURRENCY-CODE
                                     SO-PAYMENT-METHOD
                                     WS-NETWORK-DATE
                                     WS-ROLL-REASON.
           IF ROLLED-FOR-NETWORK
               MOVE WS-NETWORK-DATE TO PT-VALUE-DATE
               ADD 1 TO WS-COUNT-NET-MOVED
               DISPLAY "ORDER GEN: ORDER " SO-ORDER-ID " DUE "
                       SO-NEXT-DUE-DATE " VALUE DATED "
                       WS-NETWORK-DATE " - NETWORK HOLIDAY"
           END-IF.

       ADVANCE-NEXT-DUE-DATE.
           IF SO-FREQ-WEEKLY
               COMPUTE WS-DUE-DATE-INT =
       CLOSE-GENERATION-FILES.
           CLOSE STANDING-ORDER-FILE.
           CLOSE GENERATED-TRANS-FILE.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "ORDER GEN: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "ORDER GEN: RUN CONTROL UNAVAILABLE"
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
