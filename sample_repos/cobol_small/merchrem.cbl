      * together for the run date - the INQUIRY fallback
      * convention - so a prior-period remittance rerun still
      * finds the postings TRANLOG-ARCHIVE moved off.
      * The tax charged on a merchant-absorbed fee is absorbed with
      * it and comes off the payout in the absorbed share; tax on a
      * payer-borne fee rode on the payer's debit like the fee.
      * Reads the day's posting extract (POSTEXT) cut by
      * TRANLOG-MERGE when it is allocated, instead of the log and
      * the archive, and checks its trailer count against the
      * details read - an extract for another date or a short one
      * remits nothing and ends return code 12. A prior-period
      * rerun without an extract reads the log and archive as
      * before.
      * Carries the merchant's category code on each extract record
      * from the merchant master, and totals the remittances by
      * category and currency - items, gross and net payable - at
      * the end of the step for compliance's volume-by-category
      * figures. A merchant with no category totals under NONE.
      * Leaves both legs of a same-day recall (TL-RECALLED) out of
      * the remittance - the merchant was never paid the recalled
      * payment, so neither it nor its reversal touches the payout
      * - and counts them on SYSOUT.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-TRANSACTION-ID
               FILE STATUS IS WS-ARCHIVE-MASTER-STATUS.
           SELECT POSTING-EXTRACT-FILE ASSIGN TO "POSTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-EXTRACT-STATUS.
           SELECT REMIT-EXTRACT-FILE ASSIGN TO "REMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-EXTRACT-STATUS.
               ==TRANSACTION-LOG-RECORD== BY ==ARCHIVE-LOG-RECORD==
               LEADING ==TL== BY ==AL==.

       FD  POSTING-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POSTING-EXTRACT-REC.

       FD  REMIT-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REMIT-EXTRACT-REC.
       01  WS-REMIT-EXTRACT-STATUS PIC XX VALUE "00".
           88 REMIT-EXTRACT-OK     VALUE "00".
       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
       01  WS-POSTING-EXTRACT-STATUS PIC XX VALUE "00".
           88 POSTING-EXTRACT-OK   VALUE "00".
       01  WS-POSTING-EXTRACT-SW   PIC X VALUE 'N'.
           88 READING-POSTING-EXTRACT VALUE 'Y'.
       01  WS-EXTRACT-CHECK-SW     PIC X VALUE 'N'.
           88 POSTING-EXTRACT-BAD  VALUE 'Y'.
       01  WS-COUNT-EXTRACT-READ   PIC 9(9) VALUE ZERO.
       01  WS-REMIT-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-REMIT-IDX            PIC 9(3) VALUE ZERO.
       01  WS-REMIT-FOUND-IDX      PIC 9(3) VALUE ZERO.
               10  WS-RT-GROSS         PIC S9(9)V99.
               10  WS-RT-FEES          PIC S9(7)V99.
               10  WS-RT-ABSORBED      PIC S9(7)V99.
       01  WS-CATEGORY-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CATEGORY-IDX         PIC 9(3) VALUE ZERO.
       01  WS-CATEGORY-FOUND-IDX   PIC 9(3) VALUE ZERO.
       01  WS-CATEGORY-TABLE.
           05  WS-CT-ENTRY OCCURS 100 TIMES.
               10  WS-CT-CATEGORY      PIC X(4).
               10  WS-CT-CURRENCY      PIC X(3).
               10  WS-CT-COUNT         PIC 9(7).
               10  WS-CT-GROSS         PIC S9(11)V99.
               10  WS-CT-NET           PIC S9(11)V99.
       01  WS-COUNT-LOG-READ       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-REMIT-ITEMS    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-HOUSE-ITEMS    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-RECALLED       PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVE-MASTER-STATUS PIC XX VALUE "00".
           88 ARCHIVE-MASTER-OK       VALUE "00".
           88 ARCHIVE-MASTER-EOF      VALUE "10".
               UNTIL TRANSACTION-LOG-EOF.

      *    The archive holds what retention moved off the live log
      *    - without it a prior-period rerun finds nothing. The
      *    day's extract is already complete for its date.
           IF NOT READING-POSTING-EXTRACT
               PERFORM ACCUMULATE-FROM-ARCHIVE
           END-IF.

           IF POSTING-EXTRACT-BAD
               DISPLAY "MERCHANT REMIT: POSTING EXTRACT INCOMPLETE - "
                       "NOTHING REMITTED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REMIT-EXTRACT VARYING WS-REMIT-IDX
                   FROM 1 BY 1
                   UNTIL WS-REMIT-IDX > WS-REMIT-TABLE-COUNT
           END-IF.

           PERFORM CLOSE-REMIT-FILES.

           PERFORM DISPLAY-CATEGORY-TOTALS VARYING WS-CATEGORY-IDX
               FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > WS-CATEGORY-TABLE-COUNT.
           DISPLAY "MERCHANT REMIT: LOG RECORDS READ:  "
                   WS-COUNT-LOG-READ.
           DISPLAY "MERCHANT REMIT: EXTRACT DETAILS:   "
                   WS-COUNT-EXTRACT-READ.
           DISPLAY "MERCHANT REMIT: MERCHANT ITEMS:    "
                   WS-COUNT-REMIT-ITEMS.
           DISPLAY "MERCHANT REMIT: HOUSE ITEMS:       "
                   WS-COUNT-HOUSE-ITEMS.
           DISPLAY "MERCHANT REMIT: RECALLED ITEMS:    "
                   WS-COUNT-RECALLED.
           DISPLAY "MERCHANT REMIT: EXTRACT RECORDS:   "
                   WS-REMIT-TABLE-COUNT.
           DISPLAY "=================================".
           GOBACK.

       OPEN-REMIT-FILES.
           PERFORM OPEN-POSTING-EXTRACT.
           OPEN INPUT MERCHANT-MASTER-FILE.
           IF NOT MERCHANT-MASTER-OK
               DISPLAY "MERCHANT REMIT: UNABLE TO OPEN MERCHMST "
                       WS-MERCHANT-MASTER-STATUS
           END-IF.
           OPEN OUTPUT REMIT-EXTRACT-FILE.

       OPEN-TRANSACTION-LOG.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "MERCHANT REMIT: UNABLE TO OPEN TRANLOG "
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
                   DISPLAY "MERCHANT REMIT: POSTEXT IS NOT THE POSTING "
                           "EXTRACT FOR " WS-RUN-DATE-NUM
                   SET TRANSACTION-LOG-EOF TO TRUE
               END-IF
           ELSE
               DISPLAY "MERCHANT REMIT: NO POSTING EXTRACT "
                       WS-POSTING-EXTRACT-STATUS " - READING TRANLOG"
               PERFORM OPEN-TRANSACTION-LOG
           END-IF.

       READ-POSTING-EXTRACT.
           READ POSTING-EXTRACT-FILE
               AT END
                   DISPLAY "MERCHANT REMIT: POSTEXT ENDS WITHOUT "
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
                       DISPLAY "MERCHANT REMIT: POSTEXT TRAILER COUNT "
                               PET-RECORD-COUNT " BUT "
                               WS-COUNT-EXTRACT-READ " DETAILS READ"
                       SET POSTING-EXTRACT-BAD TO TRUE
                   END-IF
                   SET TRANSACTION-LOG-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "MERCHANT REMIT: POSTEXT RECORD TYPE "
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
                   NOT AT END
                       ADD 1 TO WS-COUNT-LOG-READ
               END-READ
           END-IF.

       ACCUMULATE-FROM-ARCHIVE.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           IF NOT ARCHIVE-MASTER-OK
       NOTE-CURRENT-RECORD.
           IF (TL-STATUS-POSTED OR TL-STATUS-REVERSED)
              AND TL-POSTING-DATE = WS-RUN-DATE-NUM
               IF TL-RECALLED
                   ADD 1 TO WS-COUNT-RECALLED
               ELSE
               IF TL-MERCHANT-ID = ZERO
                   ADD 1 TO WS-COUNT-HOUSE-ITEMS
               ELSE
                   ADD 1 TO WS-COUNT-REMIT-ITEMS
                   PERFORM ADD-TO-REMIT-TOTALS
               END-IF
               END-IF
           END-IF.

       ADD-TO-REMIT-TOTALS.
               IF TL-FEE-BEARER = 'M'
                   ADD TL-PROCESSING-FEE TO
                       WS-RT-ABSORBED (WS-REMIT-FOUND-IDX)
                   IF TL-FEE-TAX-AMOUNT NUMERIC
                       ADD TL-FEE-TAX-AMOUNT TO
                           WS-RT-ABSORBED (WS-REMIT-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

               WS-RT-ABSORBED (WS-REMIT-IDX).
           MOVE CC-VERSION TO RM-VERSION.
           WRITE REMIT-EXTRACT-RECORD.
           PERFORM ADD-TO-CATEGORY-TOTALS.
           DISPLAY "MERCHANT REMIT: " RM-MERCHANT-ID " "
                   RM-CURRENCY-CODE " NET " RM-NET-PAYABLE.

       LOOKUP-MERCHANT-NAME.
           MOVE "UNKNOWN MERCHANT" TO RM-MERCHANT-NAME.
           MOVE SPACES TO RM-CATEGORY-CODE.
           IF MERCHANT-MASTER-OK
               MOVE WS-RT-MERCHANT-ID (WS-REMIT-IDX) TO MM-MERCHANT-ID
               READ MERCHANT-MASTER-FILE
                               "MASTER " MM-MERCHANT-ID
                   NOT INVALID KEY
                       MOVE MM-MERCHANT-NAME TO RM-MERCHANT-NAME
                       MOVE MM-CATEGORY-CODE TO RM-CATEGORY-CODE
               END-READ
           END-IF.

      *    Category totals, from the extract record just written.
       ADD-TO-CATEGORY-TOTALS.
           IF RM-CATEGORY-CODE = SPACES
               MOVE "NONE" TO RM-CATEGORY-CODE
           END-IF.
           MOVE ZERO TO WS-CATEGORY-FOUND-IDX.
           PERFORM FIND-CATEGORY-ENTRY VARYING WS-CATEGORY-IDX
               FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > WS-CATEGORY-TABLE-COUNT.
           IF WS-CATEGORY-FOUND-IDX = ZERO
               IF WS-CATEGORY-TABLE-COUNT < 100
                   ADD 1 TO WS-CATEGORY-TABLE-COUNT
                   MOVE WS-CATEGORY-TABLE-COUNT TO
                       WS-CATEGORY-FOUND-IDX
                   MOVE RM-CATEGORY-CODE TO
                       WS-CT-CATEGORY (WS-CATEGORY-FOUND-IDX)
                   MOVE RM-CURRENCY-CODE TO
                       WS-CT-CURRENCY (WS-CATEGORY-FOUND-IDX)
                   MOVE ZERO TO WS-CT-COUNT (WS-CATEGORY-FOUND-IDX)
                   MOVE ZERO TO WS-CT-GROSS (WS-CATEGORY-FOUND-IDX)
                   MOVE ZERO TO WS-CT-NET (WS-CATEGORY-FOUND-IDX)
               ELSE
                   DISPLAY "MERCHANT REMIT: CATEGORY TABLE FULL - "
                           RM-CATEGORY-CODE " NOT TOTALLED"
               END-IF
           END-IF.
           IF WS-CATEGORY-FOUND-IDX > ZERO
               ADD RM-TRANSACTION-COUNT TO
                   WS-CT-COUNT (WS-CATEGORY-FOUND-IDX)
               ADD RM-GROSS-AMOUNT TO
                   WS-CT-GROSS (WS-CATEGORY-FOUND-IDX)
               ADD RM-NET-PAYABLE TO
                   WS-CT-NET (WS-CATEGORY-FOUND-IDX)
           END-IF.

       FIND-CATEGORY-ENTRY.
           IF RM-CATEGORY-CODE = WS-CT-CATEGORY (WS-CATEGORY-IDX)
              AND RM-CURRENCY-CODE = WS-CT-CURRENCY (WS-CATEGORY-IDX)
               MOVE WS-CATEGORY-IDX TO WS-CATEGORY-FOUND-IDX
           END-IF.

       DISPLAY-CATEGORY-TOTALS.
           DISPLAY "MERCHANT REMIT: CATEGORY "
                   WS-CT-CATEGORY (WS-CATEGORY-IDX) " "
                   WS-CT-CURRENCY (WS-CATEGORY-IDX) " ITEMS "
                   WS-CT-COUNT (WS-CATEGORY-IDX) " GROSS "
                   WS-CT-GROSS (WS-CATEGORY-IDX) " NET "
                   WS-CT-NET (WS-CATEGORY-IDX).

       CLOSE-REMIT-FILES.
           IF READING-POSTING-EXTRACT
               CLOSE POSTING-EXTRACT-FILE
           ELSE
               CLOSE TRANSACTION-LOG-FILE
           END-IF.
           CLOSE MERCHANT-MASTER-FILE.
           CLOSE REMIT-EXTRACT-FILE.
