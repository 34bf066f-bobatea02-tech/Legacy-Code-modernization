      * Settles per payment method within each currency as well, so
      * the ACH, card and wire networks each get their own net
      * figure instead of a split done on a spreadsheet.
      * The tax charged on the fees is part of the cash that moved,
      * so it is counted in the net settlement figure with them.
      * Totals the day's posting extract (POSTEXT) cut by
      * TRANLOG-MERGE instead of scanning the whole log, and checks
      * its trailer count against the details read - an extract for
      * another date or a short one settles nothing and ends return
      * code 12. Without an extract (an unpartitioned run settling
      * inline) the log is read as before.
      * Leaves both legs of a same-day recall (TL-RECALLED) out of
      * the totals - the recalled payment never went to the bank,
      * so neither it nor its reversal moves settlement cash - and
      * counts them on SYSOUT.
      * Leaves month-end service charges and their waivers
      * (TL-SERVICE-CHARGE) out the same way - the house takes the
      * charge from the customer's balance, nothing is owed to the
      * network - and counts them on SYSOUT.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-TRANSACTION-ID
               FILE STATUS IS WS-TRANSACTION-LOG-STATUS.
           SELECT POSTING-EXTRACT-FILE ASSIGN TO "POSTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-EXTRACT-STATUS.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  POSTING-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POSTING-EXTRACT-REC.

       FD  SETTLEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SETTLEMENT-REC.
       01  WS-SETTLEMENT-STATUS    PIC XX VALUE "00".
           88 SETTLEMENT-FILE-OK   VALUE "00".
       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
       01  WS-POSTING-EXTRACT-STATUS PIC XX VALUE "00".
           88 POSTING-EXTRACT-OK   VALUE "00".
       01  WS-POSTING-EXTRACT-SW   PIC X VALUE 'N'.
           88 READING-POSTING-EXTRACT VALUE 'Y'.
       01  WS-EXTRACT-CHECK-SW     PIC X VALUE 'N'.
           88 POSTING-EXTRACT-BAD  VALUE 'Y'.
       01  WS-COUNT-EXTRACT-READ   PIC 9(9) VALUE ZERO.
       01  WS-TRANSACTION-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-RECALLED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-SERVICE-CHARGE PIC 9(7) VALUE ZERO.
       01  WS-NET-SETTLEMENT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01  WS-CURRENCY-TABLE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-CURRENCY-IDX         PIC 9(2) VALUE ZERO.
               10  WS-CT-COUNT         PIC 9(7).
               10  WS-CT-BASE-AMOUNT   PIC S9(9)V99.
               10  WS-CT-FEES          PIC S9(7)V99.
               10  WS-CT-FEE-TAX       PIC S9(7)V99.

       LINKAGE SECTION.
       COPY DATE-TIME-STAMP-REC.
           PERFORM ACCUMULATE-SETTLEMENT-TOTALS
               UNTIL TRANSACTION-LOG-EOF.

           IF POSTING-EXTRACT-BAD
               DISPLAY "SETTLEMENT: POSTING EXTRACT INCOMPLETE - "
                       "NOTHING SETTLED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM WRITE-CURRENCY-SETTLEMENT
                   VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > WS-CURRENCY-TABLE-COUNT
           END-IF.

           PERFORM CLOSE-SETTLEMENT-FILES.

           DISPLAY "SETTLEMENT: TRANSACTIONS SETTLED: "
                   WS-TRANSACTION-COUNT.
           DISPLAY "SETTLEMENT: RECALLED, NOT SETTLED: "
                   WS-COUNT-RECALLED.
           DISPLAY "SETTLEMENT: SERVICE CHARGES:       "
                   WS-COUNT-SERVICE-CHARGE.
           DISPLAY "=================================".

           GOBACK.

       OPEN-SETTLEMENT-FILES.
           PERFORM OPEN-POSTING-EXTRACT.
           OPEN OUTPUT SETTLEMENT-FILE.

       OPEN-TRANSACTION-LOG.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "SETTLEMENT: UNABLE TO OPEN TRANSACTION LOG "
                       WS-TRANSACTION-LOG-STATUS
               SET TRANSACTION-LOG-EOF TO TRUE
           END-IF.

       OPEN-POSTING-EXTRACT.
      *    The day's extract from TRANLOG-MERGE when it is allocated;
      *    without one (an unpartitioned run) the whole log is read.
           OPEN INPUT POSTING-EXTRACT-FILE.
           IF POSTING-EXTRACT-OK
               SET READING-POSTING-EXTRACT TO TRUE
               READ POSTING-EXTRACT-FILE
                   AT END
                       SET POSTING-EXTRACT-BAD TO TRUE
               END-READ
               IF NOT POSTING-EXTRACT-BAD
                   IF NOT PE-IS-HEADER
                      OR PEH-BUSINESS-DATE NOT = WS-RUN-DATE-NUM
                       SET POSTING-EXTRACT-BAD TO TRUE
                   END-IF
               END-IF
               IF POSTING-EXTRACT-BAD
                   DISPLAY "SETTLEMENT: POSTEXT IS NOT THE POSTING "
                           "EXTRACT FOR " WS-RUN-DATE-NUM
                   SET TRANSACTION-LOG-EOF TO TRUE
               END-IF
           ELSE
               DISPLAY "SETTLEMENT: NO POSTING EXTRACT "
                       WS-POSTING-EXTRACT-STATUS " - READING TRANLOG"
               PERFORM OPEN-TRANSACTION-LOG
           END-IF.

       READ-POSTING-EXTRACT.
           READ POSTING-EXTRACT-FILE
               AT END
                   DISPLAY "SETTLEMENT: POSTEXT ENDS WITHOUT "
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
                       DISPLAY "SETTLEMENT: POSTEXT TRAILER COUNT "
                               PET-RECORD-COUNT " BUT "
                               WS-COUNT-EXTRACT-READ " DETAILS READ"
                       SET POSTING-EXTRACT-BAD TO TRUE
                   END-IF
                   SET TRANSACTION-LOG-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "SETTLEMENT: POSTEXT RECORD TYPE "
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

       ACCUMULATE-SETTLEMENT-TOTALS.
      *    A 'V' original was still posted (and settled) on its
      *    posting date - only the reversal entry moves money back,
      *    on the date IT posts.
           IF (TL-STATUS-POSTED OR TL-STATUS-REVERSED)
              AND TL-POSTING-DATE = WS-RUN-DATE-NUM
               IF TL-RECALLED
                   ADD 1 TO WS-COUNT-RECALLED
               ELSE
                   IF TL-SERVICE-CHARGE
                       ADD 1 TO WS-COUNT-SERVICE-CHARGE
                   ELSE
                       ADD 1 TO WS-TRANSACTION-COUNT
                       PERFORM ADD-TO-CURRENCY-TOTALS
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TRANSACTION-LOG-RECORD.

                   MOVE ZERO TO
                       WS-CT-BASE-AMOUNT (WS-CURRENCY-FOUND-IDX)
                   MOVE ZERO TO WS-CT-FEES (WS-CURRENCY-FOUND-IDX)
                   MOVE ZERO TO
                       WS-CT-FEE-TAX (WS-CURRENCY-FOUND-IDX)
               ELSE
                   DISPLAY "SETTLEMENT: CURRENCY TABLE FULL - "
                           "DISCARDING " TL-CURRENCY-CODE
                   WS-CT-BASE-AMOUNT (WS-CURRENCY-FOUND-IDX)
               ADD TL-PROCESSING-FEE TO
                   WS-CT-FEES (WS-CURRENCY-FOUND-IDX)
               IF TL-FEE-TAX-AMOUNT NUMERIC
                   ADD TL-FEE-TAX-AMOUNT TO
                       WS-CT-FEE-TAX (WS-CURRENCY-FOUND-IDX)
               END-IF
           END-IF.

       FIND-CURRENCY-ENTRY.
       WRITE-CURRENCY-SETTLEMENT.
           COMPUTE WS-NET-SETTLEMENT-AMOUNT =
               WS-CT-BASE-AMOUNT (WS-CURRENCY-IDX) +
               WS-CT-FEES (WS-CURRENCY-IDX) +
               WS-CT-FEE-TAX (WS-CURRENCY-IDX).
           MOVE LS-CURRENT-DATE TO SR-RUN-DATE.
           MOVE WS-CT-CURRENCY (WS-CURRENCY-IDX) TO SR-CURRENCY-CODE.
           MOVE WS-CT-METHOD (WS-CURRENCY-IDX) TO SR-PAYMENT-METHOD.
                   SR-NET-SETTLEMENT-AMOUNT.

       CLOSE-SETTLEMENT-FILES.
           IF READING-POSTING-EXTRACT
               CLOSE POSTING-EXTRACT-FILE
           ELSE
               CLOSE TRANSACTION-LOG-FILE
           END-IF.
           CLOSE SETTLEMENT-FILE.
