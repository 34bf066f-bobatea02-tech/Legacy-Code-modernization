      * must not be split across cycles. Takes the business date
      * from BUSDATE when present so the roll starts from the
      * cycle's date.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      * The cutoff roll now lands on the next business day of the
      * item's own currency and network, taken from BUSINESS-DAY,
      * so a EUR wire rolled after cutoff never lands on a TARGET2
      * closure nor an ACH item on a Fed holiday.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT CUTOFF-PARM-FILE ASSIGN TO "CUTPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUT-PARM-STATUS.
           SELECT EDITED-TRANS-FILE ASSIGN TO "PAYEDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDITED-TRANS-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY CUTOFF-PARM-REC.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-CUT-PARM-STATUS      PIC XX VALUE "00".
           88 CUT-PARM-FILE-OK     VALUE "00".
           88 CUT-PARM-EOF         VALUE "10".
       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
      *    9999 until a header supplies the acceptance time, so a
      *    transmission without one never rolls.
           05  WS-CUT-ENTRY OCCURS 3 TIMES.
               10  WS-CUT-TIME         PIC 9(4).
               10  WS-CUT-EFF-DATE     PIC 9(8).
      *    Next-business-day lookup - see BUSINESS-DAY.
       01  WS-DAY-FUNCTION         PIC X VALUE 'N'.
       01  WS-ROLL-VALUE-DATE      PIC 9(8) VALUE ZERO.
       01  WS-ROLL-REASON          PIC X VALUE SPACE.
       01  WS-COUNT-ROLLED         PIC 9(7) VALUE ZERO.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "BTCHEDIT".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       EDIT-LOGIC.
           DISPLAY "=================================".
           DISPLAY "BATCH TRANSMISSION EDIT STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.

           MOVE CW-CURRENT-DATE TO WS-RUN-DATE-NUM.

           PERFORM LOAD-CUTOFF-PARMS.

           PERFORM OPEN-EDIT-FILES.

           END-IF.
           DISPLAY "=================================".

           MOVE WS-DATA-RECORD-COUNT TO WS-STEP-COUNT-READ.
           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       OPEN-EDIT-FILES.
                   WS-CUT-EFF-DATE (WS-CUTOFF-IDX)
           END-IF.

       APPLY-METHOD-CUTOFF.
      *    Only plain originals roll - a reversal must unwind in
      *    this cycle, and a bulk group must not be split across
                      WS-CUT-TIME (WS-CUTOFF-IDX)
                  AND (PT-VALUE-DATE = ZERO
                       OR PT-VALUE-DATE <= WS-RUN-DATE-NUM)
                   PERFORM COMPUTE-ROLL-VALUE-DATE
                   MOVE WS-ROLL-VALUE-DATE TO PT-VALUE-DATE
                   ADD 1 TO WS-COUNT-ROLLED
               END-IF
           END-IF.

       COMPUTE-ROLL-VALUE-DATE.
      *    The next business day after the processing date on the
      *    item's own currency and network - weekends, processing
      *    holidays and that network's closures all skipped.
           MOVE 'N' TO WS-DAY-FUNCTION.
           CALL 'BUSINESS-DAY' USING WS-DAY-FUNCTION
                                     WS-RUN-DATE-NUM
                                     PT-CURRENCY-CODE
                                     PT-PAYMENT-METHOD
                                     WS-ROLL-VALUE-DATE
                                     WS-ROLL-REASON.

       VERIFY-BATCH-CONTROLS.
           IF NOT HEADER-SEEN
               DISPLAY "BATCH EDIT: NO BATCH HEADER ON TRANSMISSION"
       CLOSE-EDIT-FILES.
           CLOSE PAYMENT-TRANS-FILE.
           CLOSE EDITED-TRANS-FILE.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "BATCH EDIT: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "BATCH EDIT: RUN CONTROL UNAVAILABLE"
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
