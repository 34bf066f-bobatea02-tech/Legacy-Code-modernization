      * report shows count, current fee, proposed fee and delta per
      * currency/method/band with the total revenue delta at the
      * bottom.
      * Negotiated pricing agreements (PRICAGR, staged the same way
      * by PARM-MAINT) are snapshotted alongside the schedule - in
      * force today and in force on the proposed date - and applied
      * with PAYMENT's rules: the best-matching customer or merchant
      * agreement overrides or discounts the band rate, and its fee
      * cap limits the rounded fee. A staged agreement is priced
      * against the same postings as a staged schedule change.
      * Month-end service charges (channel SVCCHG) are left out -
      * PAYMENT never prices a fee on them, so pricing them here
      * would overstate both columns - and counted on the report.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT SIMULATE-PARM-FILE ASSIGN TO "FSIMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIMULATE-PARM-STATUS.
           SELECT PRICING-AGREEMENT-FILE ASSIGN TO "PRICAGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICING-AGREEMENT-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           05  FP-PROPOSED-DATE        PIC 9(8).
           05  FILLER                  PIC X(5).

       FD  PRICING-AGREEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRICING-AGREEMENT-REC.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.
           88 FEE-SCHEDULE-EOF        VALUE "10".
       01  WS-SIMULATE-PARM-STATUS PIC XX VALUE "00".
           88 SIMULATE-PARM-OK     VALUE "00".
       01  WS-PRICING-AGREEMENT-STATUS PIC XX VALUE "00".
           88 PRICING-AGREEMENT-OK    VALUE "00".
           88 PRICING-AGREEMENT-EOF   VALUE "10".
       01  WS-TRANSACTION-LOG-STATUS PIC XX VALUE "00".
           88 TRANSACTION-LOG-OK     VALUE "00".
           88 TRANSACTION-LOG-EOF    VALUE "10".
       01  WS-CURRENT-TABLE-COUNT  PIC 9(2) VALUE ZERO.
       01  WS-PROPOSED-SNAPSHOT    PIC X(390) VALUE SPACES.
       01  WS-PROPOSED-TABLE-COUNT PIC 9(2) VALUE ZERO.
      *    Agreement table in the PAYMENT shape, loaded and parked
      *    the same two ways as the fee table.
       01  WS-AGR-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-AGR-IDX              PIC 9(3) VALUE ZERO.
       01  WS-AGR-FOUND-IDX        PIC 9(3) VALUE ZERO.
       01  WS-AGR-BEST-IDX         PIC 9(3) VALUE ZERO.
       01  WS-AGR-SCORE            PIC 9 VALUE ZERO.
       01  WS-AGR-BEST-SCORE       PIC 9 VALUE ZERO.
       01  WS-AGR-TABLE.
           05  WS-AGR-ENTRY OCCURS 100 TIMES.
               10  WS-AGR-ID           PIC X(6).
               10  WS-AGR-PARTY-TYPE   PIC X.
               10  WS-AGR-PARTY-ID     PIC 9(8).
               10  WS-AGR-CURRENCY     PIC X(3).
               10  WS-AGR-METHOD       PIC X.
               10  WS-AGR-PRICING-TYPE PIC X.
               10  WS-AGR-RATE         PIC 9V9999.
               10  WS-AGR-FEE-CAP      PIC 9(4)V99.
               10  WS-AGR-EFF-DATE     PIC 9(8).
       01  WS-CURRENT-AGR-SNAPSHOT PIC X(3900) VALUE SPACES.
       01  WS-CURRENT-AGR-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-PROPOSED-AGR-SNAPSHOT PIC X(3900) VALUE SPACES.
       01  WS-PROPOSED-AGR-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-AGREEMENT-FEE-CAP    PIC 9(4)V99 VALUE ZERO.
       01  WS-SIM-CUSTOMER-ID      PIC 9(8) VALUE ZERO.
       01  WS-SIM-MERCHANT-ID      PIC 9(8) VALUE ZERO.
       01  WS-COUNT-AGR-CURRENT    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-AGR-PROPOSED   PIC 9(7) VALUE ZERO.
       01  WS-CURRENT-RATE         PIC 9V9999 VALUE ZERO.
       01  WS-PROPOSED-RATE        PIC 9V9999 VALUE ZERO.
       01  WS-MATCHED-BAND-LOW     PIC 9(9)V99 VALUE ZERO.
               10  WS-BT-PROPOSED-FEES PIC S9(9)V99.
       01  WS-COUNT-LOG-READ       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-PRICED         PIC 9(7) VALUE ZERO.
       01  WS-COUNT-SERVICE-CHARGE PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-CURRENT        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-PROPOSED       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DELTA          PIC S9(11)V99 VALUE ZERO.
           05  FILLER              PIC X(7) VALUE " DELTA ".
           05  ST-TOTAL-DELTA      PIC -(11)9.99.
           05  FILLER              PIC X(45) VALUE SPACES.
       01  WS-SIM-SERVICE-CHARGE-LINE.
           05  FILLER              PIC X(37) VALUE
               "SERVICE CHARGES NOT PRICED - ITEMS  ".
           05  SS-COUNT            PIC 9(7).
           05  FILLER              PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.
       SIMULATE-LOGIC.
           PERFORM LOAD-FEE-SCHEDULE.
           MOVE WS-FEE-TABLE TO WS-CURRENT-SNAPSHOT.
           MOVE WS-FEE-TABLE-COUNT TO WS-CURRENT-TABLE-COUNT.
           PERFORM LOAD-PRICING-AGREEMENTS.
           MOVE WS-AGR-TABLE TO WS-CURRENT-AGR-SNAPSHOT.
           MOVE WS-AGR-TABLE-COUNT TO WS-CURRENT-AGR-COUNT.
           MOVE WS-PROPOSED-DATE TO WS-FEE-RUN-DATE.
           PERFORM LOAD-FEE-SCHEDULE.
           MOVE WS-FEE-TABLE TO WS-PROPOSED-SNAPSHOT.
           MOVE WS-FEE-TABLE-COUNT TO WS-PROPOSED-TABLE-COUNT.
           PERFORM LOAD-PRICING-AGREEMENTS.
           MOVE WS-AGR-TABLE TO WS-PROPOSED-AGR-SNAPSHOT.
           MOVE WS-AGR-TABLE-COUNT TO WS-PROPOSED-AGR-COUNT.

           PERFORM OPEN-SIMULATE-FILES.

                   WS-COUNT-LOG-READ.
           DISPLAY "FEE SIMULATE: POSTINGS PRICED:  "
                   WS-COUNT-PRICED.
           DISPLAY "FEE SIMULATE: SERVICE CHARGES:  "
                   WS-COUNT-SERVICE-CHARGE.
           DISPLAY "FEE SIMULATE: AGREEMENT PRICED NOW:     "
                   WS-COUNT-AGR-CURRENT.
           DISPLAY "FEE SIMULATE: AGREEMENT PRICED PROPOSED: "
                   WS-COUNT-AGR-PROPOSED.
           DISPLAY "FEE SIMULATE: REVENUE DELTA:    "
                   WS-TOTAL-DELTA.
           DISPLAY "=================================".
               MOVE WS-FEE-IDX TO WS-FEE-FOUND-IDX
           END-IF.

       LOAD-PRICING-AGREEMENTS.
      *    PAYMENT's agreement loader, as of WS-FEE-RUN-DATE: the
      *    newest version per agreement id dated on or before it.
           MOVE ZERO TO WS-AGR-TABLE-COUNT.
           MOVE SPACES TO WS-AGR-TABLE.
           OPEN INPUT PRICING-AGREEMENT-FILE.
           IF PRICING-AGREEMENT-OK
               PERFORM READ-PRICING-AGREEMENT
                   UNTIL PRICING-AGREEMENT-EOF
               CLOSE PRICING-AGREEMENT-FILE
               MOVE "00" TO WS-PRICING-AGREEMENT-STATUS
           ELSE
               DISPLAY "FEE SIMULATE: UNABLE TO OPEN PRICAGR "
                       WS-PRICING-AGREEMENT-STATUS
           END-IF.

       READ-PRICING-AGREEMENT.
           READ PRICING-AGREEMENT-FILE
               AT END
                   SET PRICING-AGREEMENT-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-AGREEMENT-VERSION
           END-READ.

       APPLY-AGREEMENT-VERSION.
           IF PG-EFFECTIVE-DATE > WS-FEE-RUN-DATE
               CONTINUE
           ELSE
               MOVE ZERO TO WS-AGR-FOUND-IDX
               PERFORM FIND-AGREEMENT-ENTRY VARYING WS-AGR-IDX
                   FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-AGR-TABLE-COUNT
               IF WS-AGR-FOUND-IDX = ZERO
                   IF WS-AGR-TABLE-COUNT < 100
                       ADD 1 TO WS-AGR-TABLE-COUNT
                       MOVE WS-AGR-TABLE-COUNT TO WS-AGR-FOUND-IDX
                       PERFORM STORE-AGREEMENT-ENTRY
                   ELSE
                       DISPLAY "FEE SIMULATE: AGREEMENT TABLE FULL - "
                               "DISCARDING " PG-AGREEMENT-ID
                   END-IF
               ELSE
                   IF PG-EFFECTIVE-DATE >=
                          WS-AGR-EFF-DATE (WS-AGR-FOUND-IDX)
                       PERFORM STORE-AGREEMENT-ENTRY
                   END-IF
               END-IF
           END-IF.

       FIND-AGREEMENT-ENTRY.
           IF PG-AGREEMENT-ID = WS-AGR-ID (WS-AGR-IDX)
               MOVE WS-AGR-IDX TO WS-AGR-FOUND-IDX
           END-IF.

       STORE-AGREEMENT-ENTRY.
           MOVE PG-AGREEMENT-ID TO WS-AGR-ID (WS-AGR-FOUND-IDX).
           MOVE PG-PARTY-TYPE TO WS-AGR-PARTY-TYPE (WS-AGR-FOUND-IDX).
           MOVE PG-PARTY-ID TO WS-AGR-PARTY-ID (WS-AGR-FOUND-IDX).
           MOVE PG-CURRENCY-CODE TO
               WS-AGR-CURRENCY (WS-AGR-FOUND-IDX).
           MOVE PG-PAYMENT-METHOD TO WS-AGR-METHOD (WS-AGR-FOUND-IDX).
           MOVE PG-PRICING-TYPE TO
               WS-AGR-PRICING-TYPE (WS-AGR-FOUND-IDX).
           MOVE PG-RATE TO WS-AGR-RATE (WS-AGR-FOUND-IDX).
           MOVE PG-FEE-CAP TO WS-AGR-FEE-CAP (WS-AGR-FOUND-IDX).
           MOVE PG-EFFECTIVE-DATE TO
               WS-AGR-EFF-DATE (WS-AGR-FOUND-IDX).

       OPEN-SIMULATE-FILES.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK

       PRICE-ONE-POSTING.
      *    Reversals refund fees pro rata whichever schedule is in
      *    force - only originals carry fresh pricing. A service
      *    charge carries no fee under any schedule.
           IF (TL-STATUS-POSTED OR TL-STATUS-REVERSED)
              AND TL-TYPE-ORIGINAL
              AND TL-POSTING-DATE >= WS-WINDOW-START
              AND TL-POSTING-DATE <= WS-RUN-DATE-NUM
               IF TL-SERVICE-CHARGE
                   ADD 1 TO WS-COUNT-SERVICE-CHARGE
               ELSE
                   ADD 1 TO WS-COUNT-PRICED
                   MOVE TL-BASE-AMOUNT TO WS-SIM-AMOUNT
                   MOVE TL-CURRENCY-CODE TO WS-SIM-CURRENCY
                   MOVE TL-PAYMENT-METHOD TO WS-SIM-METHOD
                   MOVE TL-CUSTOMER-ID TO WS-SIM-CUSTOMER-ID
                   MOVE TL-MERCHANT-ID TO WS-SIM-MERCHANT-ID
                   PERFORM PRICE-UNDER-BOTH-SCHEDULES
                   PERFORM ADD-TO-BAND-TOTALS
               END-IF
           END-IF.
           PERFORM READ-TRANSACTION-LOG-RECORD.

       PRICE-UNDER-BOTH-SCHEDULES.
           MOVE WS-CURRENT-SNAPSHOT TO WS-FEE-TABLE.
           MOVE WS-CURRENT-TABLE-COUNT TO WS-FEE-TABLE-COUNT.
           MOVE WS-CURRENT-AGR-SNAPSHOT TO WS-AGR-TABLE.
           MOVE WS-CURRENT-AGR-COUNT TO WS-AGR-TABLE-COUNT.
           PERFORM DETERMINE-FEE-RATE.
           PERFORM DETERMINE-PRICING-AGREEMENT.
           IF WS-AGR-BEST-IDX > ZERO
               ADD 1 TO WS-COUNT-AGR-CURRENT
           END-IF.
           MOVE WS-FEE-RATE TO WS-CURRENT-RATE.
           COMPUTE WS-CURRENT-FEE =
               WS-SIM-AMOUNT * WS-CURRENT-RATE.
           PERFORM ROUND-CURRENT-FEE.
           IF WS-AGREEMENT-FEE-CAP > ZERO
              AND WS-CURRENT-FEE > WS-AGREEMENT-FEE-CAP
               MOVE WS-AGREEMENT-FEE-CAP TO WS-CURRENT-FEE
           END-IF.

           MOVE WS-PROPOSED-SNAPSHOT TO WS-FEE-TABLE.
           MOVE WS-PROPOSED-TABLE-COUNT TO WS-FEE-TABLE-COUNT.
           MOVE WS-PROPOSED-AGR-SNAPSHOT TO WS-AGR-TABLE.
           MOVE WS-PROPOSED-AGR-COUNT TO WS-AGR-TABLE-COUNT.
           PERFORM DETERMINE-FEE-RATE.
           PERFORM DETERMINE-PRICING-AGREEMENT.
           IF WS-AGR-BEST-IDX > ZERO
               ADD 1 TO WS-COUNT-AGR-PROPOSED
           END-IF.
           MOVE WS-FEE-RATE TO WS-PROPOSED-RATE.
           COMPUTE WS-PROPOSED-FEE =
               WS-SIM-AMOUNT * WS-PROPOSED-RATE.
           PERFORM ROUND-PROPOSED-FEE.
           IF WS-AGREEMENT-FEE-CAP > ZERO
              AND WS-PROPOSED-FEE > WS-AGREEMENT-FEE-CAP
               MOVE WS-AGREEMENT-FEE-CAP TO WS-PROPOSED-FEE
           END-IF.

       DETERMINE-FEE-RATE.
           MOVE WS-DEFAULT-FEE-RATE TO WS-FEE-RATE.
               END-IF
           END-IF.

       DETERMINE-PRICING-AGREEMENT.
      *    PAYMENT's agreement selection and repricing of the band
      *    rate.
           MOVE ZERO TO WS-AGREEMENT-FEE-CAP.
           MOVE ZERO TO WS-AGR-BEST-IDX.
           MOVE ZERO TO WS-AGR-BEST-SCORE.
           PERFORM CHECK-PRICING-AGREEMENT VARYING WS-AGR-IDX
               FROM 1 BY 1 UNTIL WS-AGR-IDX > WS-AGR-TABLE-COUNT.
           IF WS-AGR-BEST-IDX > ZERO
               MOVE WS-AGR-FEE-CAP (WS-AGR-BEST-IDX) TO
                   WS-AGREEMENT-FEE-CAP
               IF WS-AGR-PRICING-TYPE (WS-AGR-BEST-IDX) = 'O'
                   MOVE WS-AGR-RATE (WS-AGR-BEST-IDX) TO WS-FEE-RATE
               ELSE
                   COMPUTE WS-FEE-RATE ROUNDED = WS-FEE-RATE *
                       (1 - WS-AGR-RATE (WS-AGR-BEST-IDX))
               END-IF
           END-IF.

       CHECK-PRICING-AGREEMENT.
      *    A customer agreement outranks a merchant one; within a
      *    party, a currency- or method-specific one outranks a
      *    general one - the PAYMENT convention.
           MOVE ZERO TO WS-AGR-SCORE.
           IF WS-AGR-PRICING-TYPE (WS-AGR-IDX) NOT = 'X'
              AND (WS-AGR-CURRENCY (WS-AGR-IDX) = SPACES
                   OR WS-AGR-CURRENCY (WS-AGR-IDX) = WS-SIM-CURRENCY)
              AND (WS-AGR-METHOD (WS-AGR-IDX) = '*'
                   OR WS-AGR-METHOD (WS-AGR-IDX) = SPACE
                   OR WS-AGR-METHOD (WS-AGR-IDX) = WS-SIM-METHOD)
               IF WS-AGR-PARTY-TYPE (WS-AGR-IDX) = 'C'
                  AND WS-AGR-PARTY-ID (WS-AGR-IDX) = WS-SIM-CUSTOMER-ID
                   MOVE 5 TO WS-AGR-SCORE
               END-IF
               IF WS-AGR-PARTY-TYPE (WS-AGR-IDX) = 'M'
                  AND WS-SIM-MERCHANT-ID NOT = ZERO
                  AND WS-AGR-PARTY-ID (WS-AGR-IDX) = WS-SIM-MERCHANT-ID
                   MOVE 1 TO WS-AGR-SCORE
               END-IF
           END-IF.
           IF WS-AGR-SCORE > ZERO
               IF WS-AGR-CURRENCY (WS-AGR-IDX) NOT = SPACES
                   ADD 2 TO WS-AGR-SCORE
               END-IF
               IF WS-AGR-METHOD (WS-AGR-IDX) NOT = '*'
                  AND WS-AGR-METHOD (WS-AGR-IDX) NOT = SPACE
                   ADD 1 TO WS-AGR-SCORE
               END-IF
               IF WS-AGR-SCORE > WS-AGR-BEST-SCORE
                   MOVE WS-AGR-SCORE TO WS-AGR-BEST-SCORE
                   MOVE WS-AGR-IDX TO WS-AGR-BEST-IDX
               END-IF
           END-IF.

       ROUND-CURRENT-FEE.
           CALL 'CURRDEC' USING WS-SIM-CURRENCY
                               CW-CURRENT-DATE
           MOVE WS-TOTAL-DELTA TO ST-TOTAL-DELTA.
           MOVE WS-SIM-TOTAL-LINE TO SIMULATE-REPORT-LINE.
           WRITE SIMULATE-REPORT-LINE.
           MOVE WS-COUNT-SERVICE-CHARGE TO SS-COUNT.
           MOVE WS-SIM-SERVICE-CHARGE-LINE TO SIMULATE-REPORT-LINE.
           WRITE SIMULATE-REPORT-LINE.

       WRITE-ONE-BAND-ROW.
           MOVE WS-BT-CURRENCY (WS-BAND-IDX) TO SD-CURRENCY.
