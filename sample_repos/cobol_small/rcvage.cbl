       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVABLE-AGING.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Merchant receivable aging report - Sweeps the merchant
      * receivable file MERCHANT-PAYOUT keeps for shortfall days
      * (reversals and bank returns outweighing collections) and
      * lists every merchant and currency whose balance is still
      * outstanding after more than the RCVPARM number of days,
      * aged from the remittance run date the balance opened on
      * against the BUSDATE business date. These are the merchants
      * whose later payouts have not been enough to clear what they
      * owe, so collections chases them directly. Ends RC=4 when
      * anything is listed.
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
           SELECT RECEIVABLE-PARM-FILE ASSIGN TO "RCVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIVABLE-PARM-STATUS.
           SELECT MERCH-RECEIVABLE-FILE ASSIGN TO "MERCHRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-RECEIVABLE-KEY
               FILE STATUS IS WS-MERCH-RECEIVABLE-STATUS.
           SELECT MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MERCHANT-ID
               FILE STATUS IS WS-MERCHANT-MASTER-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "RCVAGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  RECEIVABLE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECEIVABLE-PARM-REC.

       FD  MERCH-RECEIVABLE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MERCH-RECEIVABLE-REC.

       FD  MERCHANT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MERCHANT-MASTER-REC.

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

      *    Default chase threshold, used when RCVPARM cannot be
      *    opened or carries no usable record.
       01  WS-CHASE-AFTER-DAYS     PIC 9(3) VALUE 30.
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW    PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-RECEIVABLE-PARM-STATUS PIC XX VALUE "00".
           88 RECEIVABLE-PARM-OK     VALUE "00".
       01  WS-MERCH-RECEIVABLE-STATUS PIC XX VALUE "00".
           88 MERCH-RECEIVABLE-OK     VALUE "00".
           88 MERCH-RECEIVABLE-EOF    VALUE "10".
       01  WS-MERCHANT-MASTER-STATUS PIC XX VALUE "00".
           88 MERCHANT-MASTER-OK      VALUE "00".
       01  WS-AGING-REPORT-STATUS  PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
       01  WS-DAYS-OUTSTANDING     PIC S9(5) VALUE ZERO.
       01  WS-COUNT-RECEIVABLES-READ PIC 9(7) VALUE ZERO.
       01  WS-COUNT-OUTSTANDING    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-LISTED         PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-LISTED         PIC S9(11)V99 VALUE ZERO.

       01  WS-AGING-HEADING.
           05  FILLER              PIC X(31) VALUE
               "MERCHANT RECEIVABLE AGING -   ".
           05  AH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(19) VALUE
               " OPEN LONGER THAN ".
           05  AH-CHASE-DAYS       PIC ZZ9.
           05  FILLER              PIC X(5) VALUE " DAYS".
           05  FILLER              PIC X(66) VALUE SPACES.
       01  WS-AGING-DETAIL.
           05  FILLER              PIC X(7) VALUE "CHASE  ".
           05  AG-MERCHANT-ID      PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AG-MERCHANT-NAME    PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  AG-CURRENCY-CODE    PIC X(3).
           05  FILLER              PIC X(8) VALUE " OPENED ".
           05  AG-OPENED-DATE      PIC 9(8).
           05  FILLER              PIC X(6) VALUE " OWES ".
           05  AG-BALANCE          PIC -(9)9.99.
           05  FILLER              PIC X(6) VALUE " DAYS ".
           05  AG-DAYS             PIC ZZZZ9.
           05  FILLER              PIC X(36) VALUE SPACES.
       01  WS-AGING-TOTAL-LINE.
           05  FILLER              PIC X(23) VALUE
               "RECEIVABLES LISTED:    ".
           05  AT-COUNT            PIC 9(7).
           05  FILLER              PIC X(20) VALUE
               " TOTAL OUTSTANDING: ".
           05  AT-TOTAL            PIC -(11)9.99.
           05  FILLER              PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       AGING-LOGIC.
           DISPLAY "=================================".
           DISPLAY "RECEIVABLE AGING REPORT STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM READ-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-LOADED
               DISPLAY "RECEIVABLE AGING: BUSINESS DATE CONTROL FILE "
                       "UNAVAILABLE " WS-BUSINESS-DATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CW-CURRENT-DATE TO WS-RUN-DATE-NUM.

           PERFORM LOAD-RECEIVABLE-PARM.
           PERFORM OPEN-AGING-FILES.

           PERFORM READ-RECEIVABLE-RECORD.
           PERFORM AGE-ONE-RECEIVABLE
               UNTIL MERCH-RECEIVABLE-EOF.

           PERFORM WRITE-AGING-TOTALS.
           PERFORM CLOSE-AGING-FILES.

           DISPLAY "RECEIVABLE AGING: RECORDS READ:  "
                   WS-COUNT-RECEIVABLES-READ.
           DISPLAY "RECEIVABLE AGING: OUTSTANDING:   "
                   WS-COUNT-OUTSTANDING.
           DISPLAY "RECEIVABLE AGING: LISTED TO CHASE:"
                   WS-COUNT-LISTED.
           DISPLAY "=================================".

           IF WS-COUNT-LISTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

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

       LOAD-RECEIVABLE-PARM.
           OPEN INPUT RECEIVABLE-PARM-FILE.
           IF RECEIVABLE-PARM-OK
               READ RECEIVABLE-PARM-FILE
                   NOT AT END
                       MOVE RP-CHASE-AFTER-DAYS TO WS-CHASE-AFTER-DAYS
               END-READ
               CLOSE RECEIVABLE-PARM-FILE
           ELSE
               DISPLAY "RECEIVABLE AGING: PARAMETER FILE NOT "
                       "AVAILABLE - USING DEFAULTS"
           END-IF.

       OPEN-AGING-FILES.
           OPEN INPUT MERCH-RECEIVABLE-FILE.
           IF NOT MERCH-RECEIVABLE-OK
               DISPLAY "RECEIVABLE AGING: UNABLE TO OPEN MERCHRCV "
                       WS-MERCH-RECEIVABLE-STATUS
               SET MERCH-RECEIVABLE-EOF TO TRUE
           END-IF.
           OPEN INPUT MERCHANT-MASTER-FILE.
           IF NOT MERCHANT-MASTER-OK
               DISPLAY "RECEIVABLE AGING: UNABLE TO OPEN MERCHMST "
                       WS-MERCHANT-MASTER-STATUS
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-RUN-DATE-NUM TO AH-RUN-DATE.
           MOVE WS-CHASE-AFTER-DAYS TO AH-CHASE-DAYS.
           MOVE WS-AGING-HEADING TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       READ-RECEIVABLE-RECORD.
           READ MERCH-RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET MERCH-RECEIVABLE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-RECEIVABLES-READ
           END-READ.

       AGE-ONE-RECEIVABLE.
           IF MR-BALANCE > ZERO
               ADD 1 TO WS-COUNT-OUTSTANDING
               COMPUTE WS-DAYS-OUTSTANDING =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM) -
                   FUNCTION INTEGER-OF-DATE (MR-OPENED-DATE)
               IF WS-DAYS-OUTSTANDING > WS-CHASE-AFTER-DAYS
                   PERFORM WRITE-AGING-DETAIL
               END-IF
           END-IF.
           PERFORM READ-RECEIVABLE-RECORD.

       WRITE-AGING-DETAIL.
           ADD 1 TO WS-COUNT-LISTED.
           ADD MR-BALANCE TO WS-TOTAL-LISTED.
           MOVE MR-MERCHANT-ID TO AG-MERCHANT-ID.
           MOVE "UNKNOWN MERCHANT" TO AG-MERCHANT-NAME.
           IF MERCHANT-MASTER-OK
               MOVE MR-MERCHANT-ID TO MM-MERCHANT-ID
               READ MERCHANT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MM-MERCHANT-NAME TO AG-MERCHANT-NAME
               END-READ
           END-IF.
           MOVE MR-CURRENCY-CODE TO AG-CURRENCY-CODE.
           MOVE MR-OPENED-DATE TO AG-OPENED-DATE.
           MOVE MR-BALANCE TO AG-BALANCE.
           MOVE WS-DAYS-OUTSTANDING TO AG-DAYS.
           MOVE WS-AGING-DETAIL TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       WRITE-AGING-TOTALS.
           MOVE WS-COUNT-LISTED TO AT-COUNT.
           MOVE WS-TOTAL-LISTED TO AT-TOTAL.
           MOVE WS-AGING-TOTAL-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       CLOSE-AGING-FILES.
           CLOSE MERCH-RECEIVABLE-FILE.
           CLOSE MERCHANT-MASTER-FILE.
           CLOSE AGING-REPORT-FILE.
