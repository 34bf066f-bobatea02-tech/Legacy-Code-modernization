       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-TAX-REPORT.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Fee tax return report - Month-end step that gives finance the
      * figures for the VAT / sales tax return on our processing
      * fees, straight from the postings instead of estimated from
      * GL totals. Reads the live transaction log and the cumulative
      * indexed archive together - the INQUIRY fallback convention -
      * and, for every posting dated in the reporting month, totals
      * per currency:
      *   - taxable fees - the fees on postings that carried tax, net
      *     of the fee portions given back by reversals;
      *   - untaxed fees - the fees on postings that carried none (a
      *     currency with no rate in force, or a zero rate);
      *   - tax charged - the tax PAYMENT charged on the originals;
      *   - tax reversed - the pro rata tax given back by reversals;
      *   - net tax payable - charged less reversed, which is the
      *     movement on the fee tax payable GL line for the month.
      * The month is the one the BUSDATE business date falls in, so
      * the step runs on the last cycle of the month alongside
      * GL-CLOSE; a card on TAXMON (CCYYMM in columns 1-6) reports an
      * earlier month instead when a return has to be redone. Log
      * records written before the tax was carried count as untaxed.
      * The run refuses to start without the business date (return
      * code 8).
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT TAX-MONTH-CARD-FILE ASSIGN TO "TAXMON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-MONTH-CARD-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-TRANSACTION-ID
               FILE STATUS IS WS-TRANSACTION-LOG-STATUS.
           SELECT ARCHIVE-MASTER-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-TRANSACTION-ID
               FILE STATUS IS WS-ARCHIVE-MASTER-STATUS.
           SELECT FEE-TAX-REPORT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-TAX-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  TAX-MONTH-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-MONTH-CARD.
           05  TM-REPORT-MONTH         PIC X(6).
           05  FILLER                  PIC X(74).

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  ARCHIVE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC REPLACING
               ==TRANSACTION-LOG-RECORD== BY ==ARCHIVE-LOG-RECORD==
               LEADING ==TL== BY ==AL==.

       FD  FEE-TAX-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEE-TAX-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW     PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-TAX-MONTH-CARD-STATUS PIC XX VALUE "00".
           88 TAX-MONTH-CARD-OK    VALUE "00".
       01  WS-TRANSACTION-LOG-STATUS PIC XX VALUE "00".
           88 TRANSACTION-LOG-OK   VALUE "00".
           88 TRANSACTION-LOG-EOF  VALUE "10".
       01  WS-ARCHIVE-MASTER-STATUS PIC XX VALUE "00".
           88 ARCHIVE-MASTER-OK    VALUE "00".
           88 ARCHIVE-MASTER-EOF   VALUE "10".
       01  WS-FEE-TAX-REPORT-STATUS PIC XX VALUE "00".
           88 FEE-TAX-REPORT-OK    VALUE "00".

       01  WS-BUSINESS-DATE-NUM    PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE-NUM.
           05  WS-BUSINESS-CCYYMM  PIC 9(6).
           05  WS-BUSINESS-DD      PIC 9(2).
       01  WS-REPORT-MONTH         PIC 9(6) VALUE ZERO.
       01  WS-POSTING-DATE-NUM     PIC 9(8) VALUE ZERO.
       01  WS-POSTING-DATE-PARTS REDEFINES WS-POSTING-DATE-NUM.
           05  WS-POSTING-CCYYMM   PIC 9(6).
           05  WS-POSTING-DD       PIC 9(2).
       01  WS-RECORD-TAX           PIC S9(5)V99 VALUE ZERO.

       01  WS-COUNT-LOG-READ       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ARCHIVE-READ   PIC 9(7) VALUE ZERO.
       01  WS-COUNT-IN-MONTH       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-TAXED          PIC 9(7) VALUE ZERO.

      *    Per-currency return figures for the month.
       01  WS-TAX-TABLE-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-TAX-IDX              PIC 9(2) VALUE ZERO.
       01  WS-TAX-FOUND-IDX        PIC 9(2) VALUE ZERO.
       01  WS-TAX-TABLE.
           05  WS-TX-ENTRY OCCURS 20 TIMES.
               10  WS-TX-CURRENCY      PIC X(3).
               10  WS-TX-TAXED-COUNT   PIC 9(7).
               10  WS-TX-TAXABLE-FEES  PIC S9(9)V99.
               10  WS-TX-UNTAXED-FEES  PIC S9(9)V99.
               10  WS-TX-TAX-CHARGED   PIC S9(9)V99.
               10  WS-TX-TAX-REVERSED  PIC S9(9)V99.
       01  WS-NET-TAX-PAYABLE      PIC S9(9)V99 VALUE ZERO.

       01  WS-TAX-HEADING.
           05  FILLER              PIC X(33) VALUE
               "FEE TAX RETURN REPORT - MONTH ".
           05  TH-REPORT-MONTH     PIC 9(6).
           05  FILLER              PIC X(22) VALUE
               "  BUSINESS DATE ".
           05  TH-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(63) VALUE SPACES.
       01  WS-TAX-COLUMN-HEADING.
           05  FILLER              PIC X(34) VALUE
               "CCY       TAXED     TAXABLE FEES  ".
           05  FILLER              PIC X(34) VALUE
               "   UNTAXED FEES      TAX CHARGED  ".
           05  FILLER              PIC X(32) VALUE
               "   TAX REVERSED  NET TAX PAYABLE".
           05  FILLER              PIC X(32) VALUE SPACES.
       01  WS-TAX-DETAIL.
           05  TD-CURRENCY         PIC X(3).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  TD-TAXED-COUNT      PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TD-TAXABLE-FEES     PIC -(11)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TD-UNTAXED-FEES     PIC -(11)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TD-TAX-CHARGED      PIC -(11)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TD-TAX-REVERSED     PIC -(11)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TD-NET-TAX-PAYABLE  PIC -(11)9.99.
           05  FILLER              PIC X(32) VALUE SPACES.
       01  WS-TAX-NONE-LINE.
           05  FILLER              PIC X(44) VALUE
               "NO PROCESSING FEES POSTED IN THE MONTH".
           05  FILLER              PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.
       FEE-TAX-LOGIC.
           DISPLAY "=================================".
           DISPLAY "FEE TAX RETURN REPORT STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM READ-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-LOADED
               DISPLAY "FEE TAX REPORT: BUSINESS DATE CONTROL FILE "
                       "UNAVAILABLE " WS-BUSINESS-DATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CW-CURRENT-DATE TO WS-BUSINESS-DATE-NUM.
           MOVE WS-BUSINESS-CCYYMM TO WS-REPORT-MONTH.
           PERFORM READ-TAX-MONTH-CARD.
           DISPLAY "FEE TAX REPORT: REPORTING MONTH   "
                   WS-REPORT-MONTH.

           PERFORM OPEN-FEE-TAX-FILES.

           PERFORM READ-TRANSACTION-LOG-RECORD.
           PERFORM ACCUMULATE-FROM-LOG
               UNTIL TRANSACTION-LOG-EOF.

      *    The archive holds what retention moved off the live log
      *    - without it a prior month's return finds nothing.
           PERFORM ACCUMULATE-FROM-ARCHIVE.

           IF WS-TAX-TABLE-COUNT = ZERO
               MOVE WS-TAX-NONE-LINE TO FEE-TAX-REPORT-LINE
               WRITE FEE-TAX-REPORT-LINE
           ELSE
               PERFORM WRITE-TAX-DETAIL VARYING WS-TAX-IDX
                   FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT
           END-IF.

           PERFORM CLOSE-FEE-TAX-FILES.

           DISPLAY "FEE TAX REPORT: LOG RECORDS READ:  "
                   WS-COUNT-LOG-READ.
           DISPLAY "FEE TAX REPORT: ARCHIVE READ:      "
                   WS-COUNT-ARCHIVE-READ.
           DISPLAY "FEE TAX REPORT: POSTED IN MONTH:   "
                   WS-COUNT-IN-MONTH.
           DISPLAY "FEE TAX REPORT: CARRYING TAX:      "
                   WS-COUNT-TAXED.
           DISPLAY "FEE TAX REPORT: CURRENCIES:        "
                   WS-TAX-TABLE-COUNT.
           DISPLAY "=================================".

           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO CW-CURRENT-DATE
                       SET BUSINESS-DATE-LOADED TO TRUE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       READ-TAX-MONTH-CARD.
      *    No card, or a blank one, reports the business month.
           OPEN INPUT TAX-MONTH-CARD-FILE.
           IF TAX-MONTH-CARD-OK
               READ TAX-MONTH-CARD-FILE
                   NOT AT END
                       IF TM-REPORT-MONTH NUMERIC
                          AND TM-REPORT-MONTH NOT = ZERO
                           MOVE TM-REPORT-MONTH TO WS-REPORT-MONTH
                       ELSE
                           IF TM-REPORT-MONTH NOT = SPACES
                               DISPLAY "FEE TAX REPORT: TAXMON CARD "
                                       "NOT CCYYMM - " TM-REPORT-MONTH
                                       " IGNORED"
                           END-IF
                       END-IF
               END-READ
               CLOSE TAX-MONTH-CARD-FILE
           END-IF.

       OPEN-FEE-TAX-FILES.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "FEE TAX REPORT: UNABLE TO OPEN TRANLOG "
                       WS-TRANSACTION-LOG-STATUS
               SET TRANSACTION-LOG-EOF TO TRUE
           END-IF.
           OPEN OUTPUT FEE-TAX-REPORT-FILE.
           MOVE WS-REPORT-MONTH TO TH-REPORT-MONTH.
           MOVE WS-BUSINESS-DATE-NUM TO TH-BUSINESS-DATE.
           MOVE WS-TAX-HEADING TO FEE-TAX-REPORT-LINE.
           WRITE FEE-TAX-REPORT-LINE.
           MOVE WS-TAX-COLUMN-HEADING TO FEE-TAX-REPORT-LINE.
           WRITE FEE-TAX-REPORT-LINE.

       READ-TRANSACTION-LOG-RECORD.
           READ TRANSACTION-LOG-FILE NEXT RECORD
               AT END
                   SET TRANSACTION-LOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-LOG-READ
           END-READ.

       ACCUMULATE-FROM-LOG.
           PERFORM NOTE-CURRENT-RECORD.
           PERFORM READ-TRANSACTION-LOG-RECORD.

       ACCUMULATE-FROM-ARCHIVE.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           IF NOT ARCHIVE-MASTER-OK
               DISPLAY "FEE TAX REPORT: NO ARCHIVE FILE "
                       WS-ARCHIVE-MASTER-STATUS
                       " - LIVE LOG ONLY"
           ELSE
               PERFORM READ-ARCHIVE-RECORD
               PERFORM ACCUMULATE-ONE-ARCHIVED
                   UNTIL ARCHIVE-MASTER-EOF
               CLOSE ARCHIVE-MASTER-FILE
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-MASTER-FILE NEXT RECORD
               AT END
                   SET ARCHIVE-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-ARCHIVE-READ
           END-READ.

       ACCUMULATE-ONE-ARCHIVED.
      *    TRANLOG-ARCHIVE deletes as it copies, so a record lives
      *    on one file or the other, never both.
           MOVE ARCHIVE-LOG-RECORD TO TRANSACTION-LOG-RECORD.
           PERFORM NOTE-CURRENT-RECORD.
           PERFORM READ-ARCHIVE-RECORD.

       NOTE-CURRENT-RECORD.
      *    An original later reversed still charged its tax; the
      *    reversal's own record gives its share back.
           MOVE TL-POSTING-DATE TO WS-POSTING-DATE-NUM.
           IF (TL-STATUS-POSTED OR TL-STATUS-REVERSED)
              AND WS-POSTING-CCYYMM = WS-REPORT-MONTH
               ADD 1 TO WS-COUNT-IN-MONTH
               IF TL-FEE-TAX-AMOUNT NUMERIC
                   MOVE TL-FEE-TAX-AMOUNT TO WS-RECORD-TAX
               ELSE
                   MOVE ZERO TO WS-RECORD-TAX
               END-IF
               IF TL-PROCESSING-FEE NOT = ZERO
                  OR WS-RECORD-TAX NOT = ZERO
                   PERFORM ADD-TO-TAX-TOTALS
               END-IF
           END-IF.

       ADD-TO-TAX-TOTALS.
           MOVE ZERO TO WS-TAX-FOUND-IDX.
           PERFORM FIND-TAX-ENTRY VARYING WS-TAX-IDX
               FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT.
           IF WS-TAX-FOUND-IDX = ZERO
               IF WS-TAX-TABLE-COUNT < 20
                   ADD 1 TO WS-TAX-TABLE-COUNT
                   MOVE WS-TAX-TABLE-COUNT TO WS-TAX-FOUND-IDX
                   MOVE TL-CURRENCY-CODE TO
                       WS-TX-CURRENCY (WS-TAX-FOUND-IDX)
                   MOVE ZERO TO WS-TX-TAXED-COUNT (WS-TAX-FOUND-IDX)
                   MOVE ZERO TO WS-TX-TAXABLE-FEES (WS-TAX-FOUND-IDX)
                   MOVE ZERO TO WS-TX-UNTAXED-FEES (WS-TAX-FOUND-IDX)
                   MOVE ZERO TO WS-TX-TAX-CHARGED (WS-TAX-FOUND-IDX)
                   MOVE ZERO TO WS-TX-TAX-REVERSED (WS-TAX-FOUND-IDX)
               ELSE
                   DISPLAY "FEE TAX REPORT: TABLE FULL - CURRENCY "
                           TL-CURRENCY-CODE " NOT REPORTED"
               END-IF
           END-IF.
           IF WS-TAX-FOUND-IDX > ZERO
               IF WS-RECORD-TAX = ZERO
                   ADD TL-PROCESSING-FEE TO
                       WS-TX-UNTAXED-FEES (WS-TAX-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-COUNT-TAXED
                   ADD 1 TO WS-TX-TAXED-COUNT (WS-TAX-FOUND-IDX)
                   ADD TL-PROCESSING-FEE TO
                       WS-TX-TAXABLE-FEES (WS-TAX-FOUND-IDX)
                   IF TL-TYPE-REVERSAL
                       SUBTRACT WS-RECORD-TAX FROM
                           WS-TX-TAX-REVERSED (WS-TAX-FOUND-IDX)
                   ELSE
                       ADD WS-RECORD-TAX TO
                           WS-TX-TAX-CHARGED (WS-TAX-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-TAX-ENTRY.
           IF TL-CURRENCY-CODE = WS-TX-CURRENCY (WS-TAX-IDX)
               MOVE WS-TAX-IDX TO WS-TAX-FOUND-IDX
           END-IF.

       WRITE-TAX-DETAIL.
           COMPUTE WS-NET-TAX-PAYABLE =
               WS-TX-TAX-CHARGED (WS-TAX-IDX) -
               WS-TX-TAX-REVERSED (WS-TAX-IDX).
           MOVE WS-TX-CURRENCY (WS-TAX-IDX) TO TD-CURRENCY.
           MOVE WS-TX-TAXED-COUNT (WS-TAX-IDX) TO TD-TAXED-COUNT.
           MOVE WS-TX-TAXABLE-FEES (WS-TAX-IDX) TO TD-TAXABLE-FEES.
           MOVE WS-TX-UNTAXED-FEES (WS-TAX-IDX) TO TD-UNTAXED-FEES.
           MOVE WS-TX-TAX-CHARGED (WS-TAX-IDX) TO TD-TAX-CHARGED.
           MOVE WS-TX-TAX-REVERSED (WS-TAX-IDX) TO TD-TAX-REVERSED.
           MOVE WS-NET-TAX-PAYABLE TO TD-NET-TAX-PAYABLE.
           MOVE WS-TAX-DETAIL TO FEE-TAX-REPORT-LINE.
           WRITE FEE-TAX-REPORT-LINE.

       CLOSE-FEE-TAX-FILES.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE FEE-TAX-REPORT-FILE.
