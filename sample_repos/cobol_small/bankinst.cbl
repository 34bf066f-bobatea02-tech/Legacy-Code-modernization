      * BATCH-EDIT control discipline in the outbound direction.
      * Runs under the BUSDATE business date after the partition
      * steps and review jobs, alongside SETTLEMENT-RUN.
      * Reads the day's posting extract (POSTEXT) cut by
      * TRANLOG-MERGE instead of scanning the whole log, and checks
      * its trailer count against the details read. An extract for
      * another date, or a short one, leaves the instruction files
      * without their trailers - so no network accepts them - and
      * ends return code 12. Without an extract the log is read as
      * before.
      * Every detail now carries its settlement value date: the run
      * date, unless the HOLIDAYS calendar closes the currency's
      * network on it, when BUSINESS-DAY gives that network's next
      * business day. Details moved that way are counted apart.
      * Leaves out both legs of a same-day recall (TL-RECALLED) -
      * the original and its reversal net to nothing and the money
      * never left - and counts them apart. Stamps the business
      * date on the instruction cut file (INSTCUT) before the first
      * posting is read and again, as cut, when it ends clean: from
      * then on PAYRECALL refuses to recall that date's payments. A
      * cut file that cannot be opened does not stop the cut; the
      * step ends return code 4 and says so.
      * Leaves out month-end service charges and their waivers
      * (TL-SERVICE-CHARGE) as well - the house takes the charge
      * from the customer's balance and no network moves it - and
      * counts them apart.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-TRANSACTION-ID
               FILE STATUS IS WS-TRANSACTION-LOG-STATUS.
           SELECT POSTING-EXTRACT-FILE ASSIGN TO "POSTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-EXTRACT-STATUS.
           SELECT ACH-INSTRUCT-FILE ASSIGN TO "INSTACH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-INSTRUCT-STATUS.
           SELECT WIRE-INSTRUCT-FILE ASSIGN TO "INSTWIR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WIRE-INSTRUCT-STATUS.
           SELECT INSTRUCTION-CUT-FILE ASSIGN TO "INSTCUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-BUSINESS-DATE
               FILE STATUS IS WS-INSTRUCTION-CUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  POSTING-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POSTING-EXTRACT-REC.

       FD  ACH-INSTRUCT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-INSTRUCT-RECORD         PIC X(48).

       FD  CARD-INSTRUCT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-INSTRUCT-RECORD        PIC X(48).

       FD  WIRE-INSTRUCT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WIRE-INSTRUCT-RECORD        PIC X(48).

       FD  INSTRUCTION-CUT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INSTRUCTION-CUT-REC.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.
       01  WS-CARD-INSTRUCT-STATUS PIC XX VALUE "00".
       01  WS-WIRE-INSTRUCT-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
       01  WS-POSTING-EXTRACT-STATUS PIC XX VALUE "00".
           88 POSTING-EXTRACT-OK   VALUE "00".
       01  WS-POSTING-EXTRACT-SW   PIC X VALUE 'N'.
           88 READING-POSTING-EXTRACT VALUE 'Y'.
       01  WS-EXTRACT-CHECK-SW     PIC X VALUE 'N'.
           88 POSTING-EXTRACT-BAD  VALUE 'Y'.
       01  WS-COUNT-EXTRACT-READ   PIC 9(9) VALUE ZERO.
       01  WS-ABS-AMOUNT           PIC 9(9)V99 VALUE ZERO.
      *    One accumulator row per network, subscripted 1=ACH,
      *    2=card, 3=wire.
               10  WS-MT-NET           PIC S9(11)V99.
       01  WS-COUNT-LOG-READ       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-SKIPPED        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NET-ROLLED     PIC 9(7) VALUE ZERO.
       01  WS-COUNT-RECALLED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-SERVICE-CHARGE PIC 9(7) VALUE ZERO.
       01  WS-INSTRUCTION-CUT-STATUS PIC XX VALUE "00".
           88 INSTRUCTION-CUT-OK   VALUE "00".
       01  WS-INSTRUCTION-CUT-SW   PIC X VALUE 'N'.
           88 INSTRUCTION-CUT-OPEN VALUE 'Y'.
       01  WS-CUT-ON-FILE-SW       PIC X VALUE 'N'.
           88 CUT-ON-FILE          VALUE 'Y'.

      *    Network business-day lookup - see BUSINESS-DAY.
       01  WS-DAY-FUNCTION         PIC X VALUE 'O'.
       01  WS-ROLL-REASON          PIC X VALUE SPACE.
           88 ROLLED-FOR-NETWORK   VALUE 'N'.

       PROCEDURE DIVISION.
       INSTRUCT-LOGIC.
           PERFORM INIT-METHOD-TOTALS VARYING WS-METHOD-IDX
               FROM 1 BY 1 UNTIL WS-METHOD-IDX > 3.

           PERFORM MARK-INSTRUCTION-CUT.
           PERFORM OPEN-INSTRUCT-FILES.
           PERFORM WRITE-INSTRUCT-HEADERS.

           PERFORM INSTRUCT-ONE-POSTING
               UNTIL TRANSACTION-LOG-EOF.

           IF POSTING-EXTRACT-BAD
               DISPLAY "BANK INSTRUCT: POSTING EXTRACT INCOMPLETE - "
                       "FILES LEFT WITHOUT TRAILERS, DO NOT SEND"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM WRITE-INSTRUCT-TRAILERS
           END-IF.
           PERFORM STAMP-INSTRUCTION-CUT.
           PERFORM CLOSE-INSTRUCT-FILES.

           DISPLAY "BANK INSTRUCT: LOG RECORDS READ: "
                   WS-COUNT-LOG-READ.
           DISPLAY "BANK INSTRUCT: EXTRACT DETAILS:  "
                   WS-COUNT-EXTRACT-READ.
           DISPLAY "BANK INSTRUCT: ACH DETAILS:      "
                   WS-MT-COUNT (1).
           DISPLAY "BANK INSTRUCT: CARD DETAILS:     "
                   WS-MT-COUNT (3).
           DISPLAY "BANK INSTRUCT: SKIPPED:          "
                   WS-COUNT-SKIPPED.
           DISPLAY "BANK INSTRUCT: NETWORK HOLIDAY:  "
                   WS-COUNT-NET-ROLLED.
           DISPLAY "BANK INSTRUCT: RECALLED:         "
                   WS-COUNT-RECALLED.
           DISPLAY "BANK INSTRUCT: SERVICE CHARGES:  "
                   WS-COUNT-SERVICE-CHARGE.
           DISPLAY "=================================".

           STOP RUN.
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       MARK-INSTRUCTION-CUT.
      *    Stamped before the first posting is read, so a recall
      *    keyed while the files are being cut is refused as well.
      *    A rerun of the date finds its record and restamps it.
           OPEN I-O INSTRUCTION-CUT-FILE.
           IF NOT INSTRUCTION-CUT-OK
               DISPLAY "BANK INSTRUCT: INSTCUT UNAVAILABLE "
                       WS-INSTRUCTION-CUT-STATUS
                       " - RECALLS FOR THE DATE NOT BLOCKED"
               MOVE 4 TO RETURN-CODE
           ELSE
               SET INSTRUCTION-CUT-OPEN TO TRUE
               MOVE WS-RUN-DATE-NUM TO IC-BUSINESS-DATE
               READ INSTRUCTION-CUT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CUT-ON-FILE-SW
                   NOT INVALID KEY
                       SET CUT-ON-FILE TO TRUE
               END-READ
               MOVE WS-RUN-DATE-NUM TO IC-BUSINESS-DATE
               SET IC-CUT-STARTED TO TRUE
               ACCEPT IC-CUT-DATE FROM DATE YYYYMMDD
               MOVE CW-CURRENT-TIME TO IC-CUT-TIME
               MOVE ZERO TO IC-COUNT-INSTRUCTED
               MOVE CC-VERSION TO IC-VERSION
               IF CUT-ON-FILE
                   REWRITE INSTRUCTION-CUT-RECORD
               ELSE
                   WRITE INSTRUCTION-CUT-RECORD
               END-IF
               IF NOT INSTRUCTION-CUT-OK
                   DISPLAY "BANK INSTRUCT: ERROR MARKING INSTCUT "
                           WS-INSTRUCTION-CUT-STATUS
                           " - RECALLS FOR THE DATE NOT BLOCKED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       STAMP-INSTRUCTION-CUT.
      *    An extract that failed its checks leaves the date marked
      *    started - the files are not sent, but the postings are
      *    still bound for the bank on the rerun.
           IF INSTRUCTION-CUT-OPEN
               IF NOT POSTING-EXTRACT-BAD
                   SET IC-CUT-COMPLETE TO TRUE
                   ACCEPT CW-CURRENT-TIME FROM TIME
                   MOVE CW-CURRENT-TIME TO IC-CUT-TIME
                   COMPUTE IC-COUNT-INSTRUCTED = WS-MT-COUNT (1)
                       + WS-MT-COUNT (2) + WS-MT-COUNT (3)
                   REWRITE INSTRUCTION-CUT-RECORD
                       INVALID KEY
                           DISPLAY "BANK INSTRUCT: ERROR STAMPING "
                                   "INSTCUT " WS-INSTRUCTION-CUT-STATUS
                   END-REWRITE
               END-IF
               CLOSE INSTRUCTION-CUT-FILE
           END-IF.

       INIT-METHOD-TOTALS.
           MOVE ZERO TO WS-MT-COUNT (WS-METHOD-IDX).
           MOVE ZERO TO WS-MT-HASH (WS-METHOD-IDX).
           MOVE ZERO TO WS-MT-NET (WS-METHOD-IDX).

       OPEN-INSTRUCT-FILES.
           PERFORM OPEN-POSTING-EXTRACT.
           OPEN OUTPUT ACH-INSTRUCT-FILE.
           OPEN OUTPUT CARD-INSTRUCT-FILE.
           OPEN OUTPUT WIRE-INSTRUCT-FILE.
           MOVE BANK-INSTRUCT-HEADER TO WIRE-INSTRUCT-RECORD.
           WRITE WIRE-INSTRUCT-RECORD.

       OPEN-TRANSACTION-LOG.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "BANK INSTRUCT: UNABLE TO OPEN TRANLOG "
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
                   DISPLAY "BANK INSTRUCT: POSTEXT IS NOT THE POSTING "
                           "EXTRACT FOR " WS-RUN-DATE-NUM
                   SET TRANSACTION-LOG-EOF TO TRUE
               END-IF
           ELSE
               DISPLAY "BANK INSTRUCT: NO POSTING EXTRACT "
                       WS-POSTING-EXTRACT-STATUS " - READING TRANLOG"
               PERFORM OPEN-TRANSACTION-LOG
           END-IF.

       READ-POSTING-EXTRACT.
           READ POSTING-EXTRACT-FILE
               AT END
                   DISPLAY "BANK INSTRUCT: POSTEXT ENDS WITHOUT "
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
                       DISPLAY "BANK INSTRUCT: POSTEXT TRAILER COUNT "
                               PET-RECORD-COUNT " BUT "
                               WS-COUNT-EXTRACT-READ " DETAILS READ"
                       SET POSTING-EXTRACT-BAD TO TRUE
                   END-IF
                   SET TRANSACTION-LOG-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "BANK INSTRUCT: POSTEXT RECORD TYPE "
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

       INSTRUCT-ONE-POSTING.
      *    'P' and 'V' alike settled on their posting date, the
      *    SETTLEMENT convention - only the run date's postings cut
      *    instructions tonight. A recalled original and its recall
      *    reversal never go to the bank, nor does a service charge.
           IF (TL-STATUS-POSTED OR TL-STATUS-REVERSED)
              AND TL-POSTING-DATE = WS-RUN-DATE-NUM
               IF TL-RECALLED
                   ADD 1 TO WS-COUNT-RECALLED
               ELSE
                   IF TL-SERVICE-CHARGE
                       ADD 1 TO WS-COUNT-SERVICE-CHARGE
                   ELSE
                       PERFORM INSTRUCT-BY-METHOD
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TRANSACTION-LOG-RECORD.

       INSTRUCT-BY-METHOD.
           EVALUATE TL-PAYMENT-METHOD
               WHEN 'A'
                   MOVE 1 TO WS-METHOD-IDX
               WHEN 'C'
                   MOVE 2 TO WS-METHOD-IDX
               WHEN 'W'
                   MOVE 3 TO WS-METHOD-IDX
               WHEN OTHER
                   MOVE ZERO TO WS-METHOD-IDX
           END-EVALUATE.
           IF WS-METHOD-IDX = ZERO
               ADD 1 TO WS-COUNT-SKIPPED
               DISPLAY "BANK INSTRUCT: UNKNOWN METHOD ON "
                       TL-TRANSACTION-ID " - NOT INSTRUCTED"
           ELSE
               PERFORM WRITE-INSTRUCT-DETAIL
           END-IF.

       WRITE-INSTRUCT-DETAIL.
           MOVE TL-TRANSACTION-ID TO BI-TRANSACTION-ID.
           MOVE TL-CUSTOMER-ID TO BI-CUSTOMER-ID.
           MOVE TL-MERCHANT-ID TO BI-MERCHANT-ID.
           MOVE TL-TOTAL-AMOUNT TO BI-AMOUNT.
           MOVE TL-CURRENCY-CODE TO BI-CURRENCY-CODE.
           CALL 'BUSINESS-DAY' USING WS-DAY-FUNCTION
                                     WS-RUN-DATE-NUM
                                     TL-CURRENCY-CODE
                                     TL-PAYMENT-METHOD
                                     BI-VALUE-DATE
                                     WS-ROLL-REASON.
           IF ROLLED-FOR-NETWORK
               ADD 1 TO WS-COUNT-NET-ROLLED
           END-IF.
           ADD 1 TO WS-MT-COUNT (WS-METHOD-IDX).
           IF TL-TOTAL-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - TL-TOTAL-AMOUNT
           WRITE WIRE-INSTRUCT-RECORD.

       CLOSE-INSTRUCT-FILES.
           IF READING-POSTING-EXTRACT
               CLOSE POSTING-EXTRACT-FILE
           ELSE
               CLOSE TRANSACTION-LOG-FILE
           END-IF.
           CLOSE ACH-INSTRUCT-FILE.
           CLOSE CARD-INSTRUCT-FILE.
           CLOSE WIRE-INSTRUCT-FILE.
