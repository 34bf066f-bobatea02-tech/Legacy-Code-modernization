      *   - CUSTMAST and MERCHMST must open;
      *   - FEESCHED must load, with fee bands per currency that
      *     neither overlap nor leave gaps;
      *   - PRICAGR must open - it may hold no agreements, but a
      *     missing file would price every negotiated customer and
      *     merchant at the published FEESCHED rate;
      *   - TAXPARM must open for the same reason - a missing file
      *     would post the whole night with no tax on any fee;
      *   - VALPARM must carry a sane customer range and at least
      *     one currency, and every VALPARM currency must be priced
      *     by at least one fee band;
      *   - TRANCTR must be readable and must not have regressed
      *     below the value recorded at the last pre-flight (kept on
      *     the PREFCHK control file).
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.
           SELECT PRICING-AGREEMENT-FILE ASSIGN TO "PRICAGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICING-AGREEMENT-STATUS.
           SELECT FEE-TAX-PARM-FILE ASSIGN TO "TAXPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-TAX-PARM-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "VALPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMER-MASTER-REC.

       FD  PRICING-AGREEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRICING-AGREEMENT-REC.

       FD  FEE-TAX-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEE-TAX-PARM-REC.

       FD  MERCHANT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MERCHANT-MASTER-REC.
       01  WS-FEE-SCHEDULE-STATUS  PIC XX VALUE "00".
           88 FEE-SCHEDULE-OK         VALUE "00".
           88 FEE-SCHEDULE-EOF        VALUE "10".
       01  WS-PRICING-AGREEMENT-STATUS PIC XX VALUE "00".
           88 PRICING-AGREEMENT-OK    VALUE "00".
       01  WS-FEE-TAX-PARM-STATUS  PIC XX VALUE "00".
           88 FEE-TAX-PARM-OK         VALUE "00".
       01  WS-PARM-FILE-STATUS     PIC XX VALUE "00".
           88 PARM-FILE-OK            VALUE "00".
           88 PARM-FILE-EOF           VALUE "10".
           88 CURRENCY-PRICED      VALUE 'Y'.
       01  WS-LAST-TRANS-ID        PIC 9(10) VALUE ZERO.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "PREFLGHT".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       PREFLIGHT-LOGIC.
           DISPLAY "=================================".
           DISPLAY "PRE-FLIGHT VERIFICATION STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM VERIFY-VALIDATION-PARMS.
           PERFORM VERIFY-FEE-SCHEDULE.
           PERFORM VERIFY-PARM-FEE-COVERAGE.
           PERFORM VERIFY-PRICING-AGREEMENTS.
           PERFORM VERIFY-FEE-TAX-PARM.
           PERFORM VERIFY-VELOCITY-PARM.
           PERFORM VERIFY-DUP-WINDOW-PARM.
           PERFORM VERIFY-TRANSACTION-COUNTER.
           END-IF.
           DISPLAY "=================================".

           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       VERIFY-CUSTOMER-MASTER.
               SET CURRENCY-PRICED TO TRUE
           END-IF.

       VERIFY-PRICING-AGREEMENTS.
           OPEN INPUT PRICING-AGREEMENT-FILE.
           IF NOT PRICING-AGREEMENT-OK
               DISPLAY "PREFLIGHT: PRICAGR NOT AVAILABLE "
                       WS-PRICING-AGREEMENT-STATUS
               SET PREFLIGHT-FAILED TO TRUE
           ELSE
               CLOSE PRICING-AGREEMENT-FILE
           END-IF.

       VERIFY-FEE-TAX-PARM.
           OPEN INPUT FEE-TAX-PARM-FILE.
           IF NOT FEE-TAX-PARM-OK
               DISPLAY "PREFLIGHT: TAXPARM NOT AVAILABLE "
                       WS-FEE-TAX-PARM-STATUS
               SET PREFLIGHT-FAILED TO TRUE
           ELSE
               CLOSE FEE-TAX-PARM-FILE
           END-IF.

       VERIFY-VELOCITY-PARM.
           OPEN INPUT VELOCITY-PARM-FILE.
           IF NOT VEL-PARM-FILE-OK
               WRITE PREFLIGHT-CHECK-RECORD
               CLOSE PREFLIGHT-CHECK-FILE
           END-IF.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "PREFLIGHT: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "PREFLIGHT: RUN CONTROL UNAVAILABLE"
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
