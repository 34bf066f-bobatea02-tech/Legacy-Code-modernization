      * totals only the currency in question.
      * Settlement is further segregated per payment method -
      * confirmations match per network as well.
      * The log drill-down counts the tax charged on the fees in the
      * net, as the settlement extract now does.
      * A break on the date of the day's posting extract (POSTEXT)
      * is re-totalled from the extract instead of the whole log,
      * with its trailer count checked; a short extract is reported
      * and ends return code 12. Breaks on any other date read the
      * log as before.
      * The drill-down leaves out both legs of a same-day recall, as
      * the settlement extract does, so a recall never shows as a
      * break of our own making.
      * The drill-down leaves out month-end service charges and
      * their waivers too, as the settlement extract does, and
      * shows how many it left out.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-TRANSACTION-ID
               FILE STATUS IS WS-TRANSACTION-LOG-STATUS.
           SELECT POSTING-EXTRACT-FILE ASSIGN TO "POSTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-EXTRACT-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  POSTING-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POSTING-EXTRACT-REC.

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-REPORT-LINE           PIC X(132).
       01  WS-COUNT-BREAKS         PIC 9(7) VALUE ZERO.
       01  WS-LOG-DATE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-LOG-DATE-NET         PIC S9(9)V99 VALUE ZERO.
       01  WS-LOG-DATE-SVC-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-DRILL-DATE           PIC 9(8) VALUE ZERO.
       01  WS-DRILL-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-DRILL-METHOD         PIC X VALUE SPACE.
       01  WS-POSTING-EXTRACT-STATUS PIC XX VALUE "00".
           88 POSTING-EXTRACT-OK   VALUE "00".
       01  WS-POSTING-EXTRACT-SW   PIC X VALUE 'N'.
           88 READING-POSTING-EXTRACT VALUE 'Y'.
       01  WS-EXTRACT-CHECK-SW     PIC X VALUE 'N'.
           88 POSTING-EXTRACT-BAD  VALUE 'Y'.
       01  WS-COUNT-EXTRACT-READ   PIC 9(9) VALUE ZERO.
       01  WS-EXTRACT-FAILED-SW    PIC X VALUE 'N'.
           88 ANY-EXTRACT-FAILED   VALUE 'Y'.

       01  WS-RECON-HEADING.
           05  FILLER              PIC X(34) VALUE
           IF WS-COUNT-BREAKS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ANY-EXTRACT-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       DRILL-INTO-TRANLOG.
           MOVE ZERO TO WS-LOG-DATE-COUNT.
           MOVE ZERO TO WS-LOG-DATE-NET.
           MOVE ZERO TO WS-LOG-DATE-SVC-COUNT.
           MOVE 'N' TO WS-POSTING-EXTRACT-SW.
           MOVE 'N' TO WS-EXTRACT-CHECK-SW.
           MOVE ZERO TO WS-COUNT-EXTRACT-READ.
           PERFORM OPEN-DRILL-SOURCE.
           PERFORM READ-TRANSACTION-LOG-RECORD.
           PERFORM TOTAL-LOG-FOR-DATE
               UNTIL TRANSACTION-LOG-EOF.
           IF READING-POSTING-EXTRACT
               CLOSE POSTING-EXTRACT-FILE
           ELSE
               CLOSE TRANSACTION-LOG-FILE
           END-IF.
           MOVE "00" TO WS-TRANSACTION-LOG-STATUS.
           IF POSTING-EXTRACT-BAD
               DISPLAY "SETTLE RECON: POSTING EXTRACT FOR "
                       WS-DRILL-DATE " INCOMPLETE - LOG DETAIL "
                       "BELOW IS PARTIAL"
               SET ANY-EXTRACT-FAILED TO TRUE
           END-IF.
           DISPLAY "SETTLE RECON: LOG DETAIL FOR " WS-DRILL-DATE
                   " " WS-DRILL-CURRENCY ": COUNT " WS-LOG-DATE-COUNT
                   " NET " WS-LOG-DATE-NET
                   " SERVICE CHARGES LEFT OUT " WS-LOG-DATE-SVC-COUNT.

       OPEN-DRILL-SOURCE.
      *    The day's extract serves only a break on its own date;
      *    any other date - or no extract - reads the whole log.
           OPEN INPUT POSTING-EXTRACT-FILE.
           IF POSTING-EXTRACT-OK
               READ POSTING-EXTRACT-FILE
                   AT END
                       MOVE SPACE TO PE-RECORD-TYPE
               END-READ
               IF PE-IS-HEADER
                  AND PEH-BUSINESS-DATE = WS-DRILL-DATE
                   SET READING-POSTING-EXTRACT TO TRUE
               ELSE
                   CLOSE POSTING-EXTRACT-FILE
               END-IF
           END-IF.
           IF NOT READING-POSTING-EXTRACT
               PERFORM OPEN-TRANSACTION-LOG
           END-IF.

       OPEN-TRANSACTION-LOG.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "SETTLE RECON: UNABLE TO OPEN TRANLOG "
                       WS-TRANSACTION-LOG-STATUS
               SET TRANSACTION-LOG-EOF TO TRUE
           END-IF.

       READ-POSTING-EXTRACT.
           READ POSTING-EXTRACT-FILE
               AT END
                   DISPLAY "SETTLE RECON: POSTEXT ENDS WITHOUT "
                           "ITS TRAILER"
                   SET POSTING-EXTRACT-BAD TO TRUE
                   SET TRANSACTION-LOG-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-POSTING-EXTRACT-RECORD
           END-READ.

       CHECK-POSTING-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN PE-IS-DETAIL
                   ADD 1 TO WS-COUNT-EXTRACT-READ
                   MOVE PE-LOG-DATA TO TRANSACTION-LOG-RECORD
               WHEN PE-IS-TRAILER
                   IF PET-RECORD-COUNT NOT = WS-COUNT-EXTRACT-READ
                       DISPLAY "SETTLE RECON: POSTEXT TRAILER COUNT "
                               PET-RECORD-COUNT " BUT "
                               WS-COUNT-EXTRACT-READ " DETAILS READ"
                       SET POSTING-EXTRACT-BAD TO TRUE
                   END-IF
                   SET TRANSACTION-LOG-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "SETTLE RECON: POSTEXT RECORD TYPE "
                           PE-RECORD-TYPE " UNEXPECTED"
                   SET POSTING-EXTRACT-BAD TO TRUE
                   SET TRANSACTION-LOG-EOF TO TRUE
           END-EVALUATE.

       READ-TRANSACTION-LOG-RECORD.
           IF READING-POSTING-EXTRACT
               PERFORM READ-POSTING-EXTRACT
           ELSE
               READ TRANSACTION-LOG-FILE NEXT RECORD
                   AT END
                       SET TRANSACTION-LOG-EOF TO TRUE
               END-READ
           END-IF.

       TOTAL-LOG-FOR-DATE.
           IF (TL-STATUS-POSTED OR TL-STATUS-REVERSED)
              AND TL-POSTING-DATE = WS-DRILL-DATE
              AND TL-CURRENCY-CODE = WS-DRILL-CURRENCY
              AND TL-PAYMENT-METHOD = WS-DRILL-METHOD
              AND NOT TL-RECALLED
               IF TL-SERVICE-CHARGE
                   ADD 1 TO WS-LOG-DATE-SVC-COUNT
               ELSE
                   ADD 1 TO WS-LOG-DATE-COUNT
                   ADD TL-BASE-AMOUNT TO WS-LOG-DATE-NET
                   ADD TL-PROCESSING-FEE TO WS-LOG-DATE-NET
                   IF TL-FEE-TAX-AMOUNT NUMERIC
                       ADD TL-FEE-TAX-AMOUNT TO WS-LOG-DATE-NET
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TRANSACTION-LOG-RECORD.

