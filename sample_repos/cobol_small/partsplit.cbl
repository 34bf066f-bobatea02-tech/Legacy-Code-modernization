      * customer-id range, so STEP021/022/023 of the batch job stream
      * can each run MAIN-PROGRAM against its own partition in
      * parallel instead of one long single-threaded pass.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-COUNT-PARTITION-2    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-PARTITION-3    PIC 9(7) VALUE ZERO.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "PARTSPLT".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       SPLIT-LOGIC.
           DISPLAY "=================================".
           DISPLAY "PARTITION SPLIT: STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           PERFORM LOAD-CUSTOMER-RANGE-PARM.
           PERFORM COMPUTE-PARTITION-BOUNDARIES.

                   WS-COUNT-PARTITION-3.
           DISPLAY "=================================".

           COMPUTE WS-STEP-COUNT-WRITTEN =
               WS-COUNT-PARTITION-1 + WS-COUNT-PARTITION-2
               + WS-COUNT-PARTITION-3.
           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       OPEN-SPLIT-FILES.
               WS-MIN-CUSTOMER-ID + WS-RANGE-WIDTH - 1.
           COMPUTE WS-PARTITION-2-MAX =
               WS-PARTITION-1-MAX + WS-RANGE-WIDTH.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "PARTITION SPLIT: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "PARTITION SPLIT: RUN CONTROL UNAVAILABLE"
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
