      * was released and what is still pending, so corporate
      * customers can submit a file on Monday for payments that
      * should post on Friday.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      * An original that is due but whose currency's network is
      * closed today (a TARGET2 day for a EUR item, a Fed holiday
      * for a USD ACH item - the network entries on HOLIDAYS) is
      * not released: its value date moves to that network's next
      * business day, taken from BUSINESS-DAY, and it goes back to
      * the warehouse. These items are listed as NET HOLDAY and
      * counted on their own, apart from the cutoff rolls
      * BATCH-EDIT makes, which arrive here already future-dated.
      * Reversals and bulk records travel as submitted.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-COUNT-WH-READ        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-WH-RELEASED    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-WH-PENDING     PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NET-ROLLED     PIC 9(7) VALUE ZERO.

      *    Network business-day lookup - see BUSINESS-DAY.
       01  WS-DAY-FUNCTION         PIC X VALUE 'O'.
       01  WS-NETWORK-DATE         PIC 9(8) VALUE ZERO.
       01  WS-ROLL-REASON          PIC X VALUE SPACE.
           88 ROLLED-FOR-NETWORK   VALUE 'N'.

       01  WS-WAREHOUSE-DETAIL.
           05  WD-ACTION           PIC X(10).
           05  WD-AMOUNT           PIC 9(7).99.
           05  FILLER              PIC X(12) VALUE " VALUE DATE ".
           05  WD-VALUE-DATE       PIC 9(8).
           05  FILLER              PIC X(5) VALUE " CCY ".
           05  WD-CURRENCY         PIC X(3).
           05  FILLER              PIC X(8) VALUE " METHOD ".
           05  WD-METHOD           PIC X.
           05  FILLER              PIC X(49) VALUE SPACES.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "WAREHSE".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       RELEASE-LOGIC.
           DISPLAY "WAREHOUSE RELEASE STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM READ-BUSINESS-DATE.
                   WS-COUNT-WH-RELEASED.
           DISPLAY "WAREHOUSE RELEASE: STILL PENDING:     "
                   WS-COUNT-WH-PENDING.
           DISPLAY "WAREHOUSE RELEASE: NETWORK HOLIDAY:   "
                   WS-COUNT-NET-ROLLED.
           DISPLAY "=================================".

           COMPUTE WS-STEP-COUNT-READ =
               WS-COUNT-INPUT-READ + WS-COUNT-WH-READ.
           COMPUTE WS-STEP-COUNT-WRITTEN =
               WS-COUNT-INPUT-DUE + WS-COUNT-WH-RELEASED.
           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       READ-BUSINESS-DATE.
           END-READ.

       ROUTE-ONE-WAREHOUSED-ITEM.
           MOVE SPACE TO WS-ROLL-REASON.
           IF WH-VALUE-DATE <= WS-RUN-DATE-NUM
              AND WH-TYPE-ORIGINAL
               CALL 'BUSINESS-DAY' USING WS-DAY-FUNCTION
                                         WS-RUN-DATE-NUM
                                         WH-CURRENCY-CODE
                                         WH-PAYMENT-METHOD
                                         WS-NETWORK-DATE
                                         WS-ROLL-REASON
           END-IF.
           IF ROLLED-FOR-NETWORK
               MOVE WS-NETWORK-DATE TO WH-VALUE-DATE
               MOVE WAREHOUSE-IN-RECORD TO WAREHOUSE-OUT-RECORD
               WRITE WAREHOUSE-OUT-RECORD
               ADD 1 TO WS-COUNT-NET-ROLLED
               MOVE "NET HOLDAY" TO WD-ACTION
               MOVE WH-CUSTOMER-ID TO WD-CUSTOMER-ID
               MOVE WH-PAYMENT-AMOUNT TO WD-AMOUNT
               MOVE WH-VALUE-DATE TO WD-VALUE-DATE
               MOVE WH-CURRENCY-CODE TO WD-CURRENCY
               MOVE WH-PAYMENT-METHOD TO WD-METHOD
               PERFORM WRITE-WAREHOUSE-REPORT-LINE
           ELSE
               PERFORM ROUTE-WAREHOUSED-BY-DATE
           END-IF.
           PERFORM READ-WAREHOUSE-RECORD.

       ROUTE-WAREHOUSED-BY-DATE.
           IF WH-VALUE-DATE <= WS-RUN-DATE-NUM
               MOVE WAREHOUSE-IN-RECORD TO CYCLE-OUT-RECORD
               WRITE CYCLE-OUT-RECORD
               MOVE WH-CUSTOMER-ID TO WD-CUSTOMER-ID
               MOVE WH-PAYMENT-AMOUNT TO WD-AMOUNT
               MOVE WH-VALUE-DATE TO WD-VALUE-DATE
               MOVE WH-CURRENCY-CODE TO WD-CURRENCY
               MOVE WH-PAYMENT-METHOD TO WD-METHOD
               PERFORM WRITE-WAREHOUSE-REPORT-LINE
           ELSE
               MOVE WAREHOUSE-IN-RECORD TO WAREHOUSE-OUT-RECORD
               MOVE WH-CUSTOMER-ID TO WD-CUSTOMER-ID
               MOVE WH-PAYMENT-AMOUNT TO WD-AMOUNT
               MOVE WH-VALUE-DATE TO WD-VALUE-DATE
               MOVE WH-CURRENCY-CODE TO WD-CURRENCY
               MOVE WH-PAYMENT-METHOD TO WD-METHOD
               PERFORM WRITE-WAREHOUSE-REPORT-LINE
           END-IF.

       ROUTE-CHANNEL-INPUT.
           PERFORM READ-INPUT-RECORD.
           END-READ.

       ROUTE-ONE-INPUT-RECORD.
           MOVE SPACE TO WS-ROLL-REASON.
           IF (PT-VALUE-DATE = ZERO
               OR PT-VALUE-DATE <= WS-RUN-DATE-NUM)
              AND PT-TYPE-ORIGINAL
               CALL 'BUSINESS-DAY' USING WS-DAY-FUNCTION
                                         WS-RUN-DATE-NUM
                                         PT-CURRENCY-CODE
                                         PT-PAYMENT-METHOD
                                         WS-NETWORK-DATE
                                         WS-ROLL-REASON
           END-IF.
           IF ROLLED-FOR-NETWORK
               MOVE WS-NETWORK-DATE TO PT-VALUE-DATE
               MOVE PAYMENT-TRANS-RECORD TO WAREHOUSE-OUT-RECORD
               WRITE WAREHOUSE-OUT-RECORD
               ADD 1 TO WS-COUNT-NET-ROLLED
               MOVE "NET HOLDAY" TO WD-ACTION
               MOVE PT-CUSTOMER-ID TO WD-CUSTOMER-ID
               MOVE PT-PAYMENT-AMOUNT TO WD-AMOUNT
               MOVE PT-VALUE-DATE TO WD-VALUE-DATE
               MOVE PT-CURRENCY-CODE TO WD-CURRENCY
               MOVE PT-PAYMENT-METHOD TO WD-METHOD
               PERFORM WRITE-WAREHOUSE-REPORT-LINE
           ELSE
               PERFORM ROUTE-INPUT-BY-DATE
           END-IF.
           PERFORM READ-INPUT-RECORD.

       ROUTE-INPUT-BY-DATE.
           IF PT-VALUE-DATE = ZERO
              OR PT-VALUE-DATE <= WS-RUN-DATE-NUM
               MOVE PAYMENT-TRANS-RECORD TO CYCLE-OUT-RECORD
               MOVE PT-CUSTOMER-ID TO WD-CUSTOMER-ID
               MOVE PT-PAYMENT-AMOUNT TO WD-AMOUNT
               MOVE PT-VALUE-DATE TO WD-VALUE-DATE
               MOVE PT-CURRENCY-CODE TO WD-CURRENCY
               MOVE PT-PAYMENT-METHOD TO WD-METHOD
               PERFORM WRITE-WAREHOUSE-REPORT-LINE
           END-IF.

       WRITE-WAREHOUSE-REPORT-LINE.
           MOVE WS-WAREHOUSE-DETAIL TO WAREHOUSE-REPORT-LINE.
           CLOSE CYCLE-OUT-FILE.
           CLOSE WAREHOUSE-OUT-FILE.
           CLOSE WAREHOUSE-REPORT-FILE.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "WAREHOUSE RELEASE: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "WAREHOUSE RELEASE: RUN CONTROL UNAVAILABLE"
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
