       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DAY.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Business day lookup - Shared subprogram answering "which day
      * can this currency's network next settle on". Given a date, a
      * currency and a payment method it returns either the first
      * business day on or after the date (function 'O') or the
      * first one after it (function 'N'), skipping Saturdays,
      * Sundays, the processing holidays on the HOLIDAYS calendar
      * (no currency, no method) and the network holidays that
      * calendar names for that currency and/or method. The roll
      * reason tells the caller why the date moved: space when it
      * did not, 'G' for a weekend or processing holiday only, 'N'
      * when at least one day skipped was a closure of that
      * network alone - the items callers list separately from
      * their ordinary rolls. Loads the calendar once on first
      * call; without it only weekends are skipped.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLIDAY-CALENDAR-REC.

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-CAL-STATUS   PIC XX VALUE "00".
           88 HOLIDAY-CAL-OK       VALUE "00".
           88 HOLIDAY-CAL-EOF      VALUE "10".
       01  WS-TABLE-LOADED-SW      PIC X VALUE 'N'.
           88 CALENDAR-LOADED      VALUE 'Y'.
       01  WS-HOLIDAY-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-IDX          PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-ENTRY OCCURS 500 TIMES.
               10  WS-HOL-DATE         PIC 9(8).
               10  WS-HOL-CURRENCY     PIC X(3).
               10  WS-HOL-METHOD       PIC X.
       01  WS-CANDIDATE-INT        PIC S9(7) VALUE ZERO.
       01  WS-CANDIDATE-DATE       PIC 9(8) VALUE ZERO.
       01  WS-DAY-OF-WEEK          PIC 9 VALUE ZERO.
       01  WS-BUSINESS-DAY-SW      PIC X VALUE 'N'.
           88 BUSINESS-DAY-FOUND   VALUE 'Y'.
       01  WS-GENERAL-HOLIDAY-SW   PIC X VALUE 'N'.
           88 GENERAL-HOLIDAY      VALUE 'Y'.
       01  WS-NETWORK-HOLIDAY-SW   PIC X VALUE 'N'.
           88 NETWORK-HOLIDAY      VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-DAY-FUNCTION         PIC X.
           88 LS-ON-OR-AFTER       VALUE 'O'.
           88 LS-NEXT-AFTER        VALUE 'N'.
       01  LS-FROM-DATE            PIC 9(8).
       01  LS-CURRENCY-CODE        PIC X(3).
       01  LS-PAYMENT-METHOD       PIC X.
       01  LS-BUSINESS-DATE        PIC 9(8).
       01  LS-ROLL-REASON          PIC X.
           88 LS-NOT-ROLLED        VALUE SPACE.
           88 LS-ROLLED-GENERAL    VALUE 'G'.
           88 LS-ROLLED-NETWORK    VALUE 'N'.

       PROCEDURE DIVISION USING LS-DAY-FUNCTION
                                LS-FROM-DATE
                                LS-CURRENCY-CODE
                                LS-PAYMENT-METHOD
                                LS-BUSINESS-DATE
                                LS-ROLL-REASON.
       BUSINESS-DAY-LOGIC.
           IF NOT CALENDAR-LOADED
               PERFORM LOAD-HOLIDAY-CALENDAR
           END-IF.

           MOVE SPACE TO LS-ROLL-REASON.
           MOVE FUNCTION INTEGER-OF-DATE (LS-FROM-DATE) TO
               WS-CANDIDATE-INT.
           IF LS-NEXT-AFTER
               ADD 1 TO WS-CANDIDATE-INT
           END-IF.
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           PERFORM TRY-CANDIDATE-DAY
               UNTIL BUSINESS-DAY-FOUND.
           MOVE WS-CANDIDATE-DATE TO LS-BUSINESS-DATE.

           GOBACK.

       TRY-CANDIDATE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER (WS-CANDIDATE-INT) TO
               WS-CANDIDATE-DATE.
      *    Integer day 1 is a Monday, so MOD 7 gives 6 for Saturday
      *    and 0 for Sunday.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD (WS-CANDIDATE-INT 7).
           MOVE 'N' TO WS-GENERAL-HOLIDAY-SW.
           MOVE 'N' TO WS-NETWORK-HOLIDAY-SW.
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               SET GENERAL-HOLIDAY TO TRUE
           ELSE
               PERFORM CHECK-HOLIDAY-TABLE VARYING WS-HOLIDAY-IDX
                   FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-TABLE-COUNT
           END-IF.
      *    A day closed for everyone is an ordinary roll even when
      *    the network also lists it.
           IF GENERAL-HOLIDAY
               IF LS-NOT-ROLLED
                   SET LS-ROLLED-GENERAL TO TRUE
               END-IF
               ADD 1 TO WS-CANDIDATE-INT
           ELSE
               IF NETWORK-HOLIDAY
                   SET LS-ROLLED-NETWORK TO TRUE
                   ADD 1 TO WS-CANDIDATE-INT
               ELSE
                   SET BUSINESS-DAY-FOUND TO TRUE
               END-IF
           END-IF.

       CHECK-HOLIDAY-TABLE.
           IF WS-HOL-DATE (WS-HOLIDAY-IDX) = WS-CANDIDATE-DATE
               IF WS-HOL-CURRENCY (WS-HOLIDAY-IDX) = SPACES
                  AND WS-HOL-METHOD (WS-HOLIDAY-IDX) = SPACE
                   SET GENERAL-HOLIDAY TO TRUE
               ELSE
                   IF (WS-HOL-CURRENCY (WS-HOLIDAY-IDX) = SPACES
                       OR WS-HOL-CURRENCY (WS-HOLIDAY-IDX) =
                          LS-CURRENCY-CODE)
                      AND (WS-HOL-METHOD (WS-HOLIDAY-IDX) = SPACE
                       OR WS-HOL-METHOD (WS-HOLIDAY-IDX) =
                          LS-PAYMENT-METHOD)
                       SET NETWORK-HOLIDAY TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF HOLIDAY-CAL-OK
               PERFORM READ-HOLIDAY-RECORD
                   UNTIL HOLIDAY-CAL-EOF
               CLOSE HOLIDAY-CALENDAR-FILE
           ELSE
               DISPLAY "BUSINESS-DAY: HOLIDAY CALENDAR NOT "
                       "AVAILABLE - WEEKENDS ONLY"
           END-IF.
           SET CALENDAR-LOADED TO TRUE.

       READ-HOLIDAY-RECORD.
           READ HOLIDAY-CALENDAR-FILE
               AT END
                   SET HOLIDAY-CAL-EOF TO TRUE
               NOT AT END
                   IF WS-HOLIDAY-TABLE-COUNT < 500
                       ADD 1 TO WS-HOLIDAY-TABLE-COUNT
                       MOVE HC-HOLIDAY-DATE TO
                           WS-HOL-DATE (WS-HOLIDAY-TABLE-COUNT)
                       MOVE HC-CURRENCY-CODE TO
                           WS-HOL-CURRENCY (WS-HOLIDAY-TABLE-COUNT)
                       MOVE HC-PAYMENT-METHOD TO
                           WS-HOL-METHOD (WS-HOLIDAY-TABLE-COUNT)
                   ELSE
                       DISPLAY "BUSINESS-DAY: HOLIDAY TABLE FULL - "
                               "DISCARDING " HC-HOLIDAY-DATE
                   END-IF
           END-READ.
