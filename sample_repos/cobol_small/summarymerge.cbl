      * Merges the partitions' per-currency control totals as well,
      * so the combined report is segregated by currency the same
      * way as settlement and the general ledger feed.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      *****************************************************************

       ENVIRONMENT DIVISION.
               10  WS-MC-BASE-AMOUNT   PIC S9(11)V99.
               10  WS-MC-FEES          PIC S9(9)V99.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "SUMMERGE".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       SUMMARY-MERGE-LOGIC.
           DISPLAY "=================================".
           DISPLAY "SUMMARY MERGE: COMBINING PARTITION TOTALS".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           PERFORM INIT-MERGED-CURRENCY VARYING WS-MC-IDX
               FROM 1 BY 1 UNTIL WS-MC-IDX > 15.


           PERFORM DISPLAY-MERGED-REPORT.

           MOVE WS-PARTITION-COUNT TO WS-STEP-COUNT-READ.
           PERFORM STAMP-STEP-CONTROL.
           GOBACK.

       INIT-MERGED-CURRENCY.
                       " BASE: " WS-MC-BASE-AMOUNT (WS-MC-IDX)
                       " FEES: " WS-MC-FEES (WS-MC-IDX)
           END-IF.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "SUMMARY MERGE: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "SUMMARY MERGE: RUN CONTROL UNAVAILABLE"
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
