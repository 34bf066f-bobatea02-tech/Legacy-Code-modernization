      * Runs as the last step of a clean nightly stream; until it
      * runs, a rerun or a post-midnight start keeps stamping the
      * same business date.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      * The calendar now also carries the settlement networks'
      * own closures, tied to a currency or payment method; only
      * the processing holidays - no currency, no method - move
      * the business date, so a TARGET2 or Fed closure never stops
      * the whole shop.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE     PIC 9(8) OCCURS 100 TIMES.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "DATEADVN".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       ADVANCE-LOGIC.
           DISPLAY "=================================".
           DISPLAY "BUSINESS DATE ADVANCE STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           PERFORM READ-BUSINESS-DATE.
           IF WS-CURRENT-BUSINESS-DATE = ZERO
               DISPLAY "DATE ADVANCE: NO BUSINESS DATE ON FILE"
                   WS-NEXT-BUSINESS-DATE.
           DISPLAY "=================================".

           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       READ-BUSINESS-DATE.
               AT END
                   SET HOLIDAY-CAL-EOF TO TRUE
               NOT AT END
                   IF HC-CURRENCY-CODE = SPACES
                      AND HC-PAYMENT-METHOD = SPACE
                       PERFORM ADD-HOLIDAY-ENTRY
                   END-IF
           END-READ.

       ADD-HOLIDAY-ENTRY.
           IF WS-HOLIDAY-TABLE-COUNT < 100
               ADD 1 TO WS-HOLIDAY-TABLE-COUNT
               MOVE HC-HOLIDAY-DATE TO
                   WS-HOLIDAY-DATE (WS-HOLIDAY-TABLE-COUNT)
           ELSE
               DISPLAY "DATE ADVANCE: HOLIDAY TABLE FULL - "
                       "DISCARDING " HC-HOLIDAY-DATE
           END-IF.

       TRY-NEXT-CALENDAR-DAY.
           ADD 1 TO WS-CANDIDATE-INT.
           MOVE FUNCTION DATE-OF-INTEGER (WS-CANDIDATE-INT) TO
           MOVE WS-NEXT-BUSINESS-DATE TO BD-BUSINESS-DATE.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "DATE ADVANCE: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "DATE ADVANCE: RUN CONTROL UNAVAILABLE"
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
