      * Takes the run date from the BUSDATE control file, the same
      * business date the partition steps stamped on the log, so a
      * post-midnight settlement still totals the right cycle.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      * Keeps the worse of the two called programs' return codes,
      * so a posting extract SETTLEMENT or MERCHANT-REMIT refused
      * as short or misdated (return code 12) fails the step.
      * PARM='D' makes it the settlement of a dry run: the job
      * points TRANLOG at the dry run's shadow log and SETTLE and
      * REMIT at shadow datasets, and the run-control file is
      * neither checked nor stamped.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-BUSINESS-DATE-SW    PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "SETTLRUN".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-SETTLEMENT-RC        PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.
       01  WS-RUN-MODE             PIC X VALUE SPACE.
           88 DRY-RUN              VALUE 'D'.

       LINKAGE SECTION.
       01  LK-SETTLEMENT-RUN-PARM.
           05  LK-PARM-LENGTH      PIC S9(4) COMP.
           05  LK-PARM-DATA.
               10  LK-PARM-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-SETTLEMENT-RUN-PARM.
       SETTLEMENT-RUN-LOGIC.
           IF LK-PARM-LENGTH > ZERO
               MOVE LK-PARM-RUN-MODE TO WS-RUN-MODE
           END-IF.
           IF DRY-RUN
               DISPLAY "SETTLEMENT RUN: DRY RUN - SETTLING THE "
                       "SHADOW LOG"
           ELSE
               PERFORM CHECK-STEP-CONTROL
           END-IF.

           ACCEPT LS-CURRENT-TIME FROM TIME.

           OPEN INPUT BUSINESS-DATE-FILE.
           END-IF.

           CALL 'SETTLEMENT' USING LS-CURRENT-DATE.
           MOVE RETURN-CODE TO WS-SETTLEMENT-RC.
           MOVE ZERO TO RETURN-CODE.

           CALL 'MERCHANT-REMIT' USING LS-CURRENT-DATE.
           IF WS-SETTLEMENT-RC > RETURN-CODE
               MOVE WS-SETTLEMENT-RC TO RETURN-CODE
           END-IF.

           IF NOT DRY-RUN
               PERFORM STAMP-STEP-CONTROL
           END-IF.
           STOP RUN.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "SETTLEMENT RUN: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "SETTLEMENT RUN: RUN CONTROL UNAVAILABLE"
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
