       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-DUE-REPORT.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * KYC review due report - Weekly compliance listing swept from
      * the customer master. Lists every active customer whose
      * know-your-customer next-review date falls within the next
      * 30 days of the business date, so compliance can schedule
      * the reviews before VALIDATION starts holding the customer's
      * payments, and every active customer already past the date,
      * flagged OVERDUE with the days elapsed. Customers with no
      * review scheduled are counted on the totals line. The report
      * ends RC=4 when any review is overdue. The run refuses to
      * start without the business date (return code 8).
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
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT KYC-REPORT-FILE ASSIGN TO "KYCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KYC-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMER-MASTER-REC.

       FD  KYC-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  KYC-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW    PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
           88 CUSTOMER-MASTER-OK   VALUE "00".
           88 CUSTOMER-MASTER-EOF  VALUE "10".
       01  WS-KYC-RPT-STATUS       PIC XX VALUE "00".
           88 KYC-RPT-OK           VALUE "00".
       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
      *    How far ahead a coming review is listed - a month gives
      *    compliance four weekly looks at each one before it falls
      *    due.
       01  WS-DUE-WINDOW-DAYS      PIC 9(3) VALUE 30.
       01  WS-DAYS-TO-DUE          PIC S9(5) VALUE ZERO.
       01  WS-COUNT-CUSTOMERS-READ PIC 9(7) VALUE ZERO.
       01  WS-COUNT-DUE            PIC 9(7) VALUE ZERO.
       01  WS-COUNT-OVERDUE        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-UNSCHEDULED    PIC 9(7) VALUE ZERO.

       01  WS-KYC-HEADING.
           05  FILLER              PIC X(24) VALUE
               "KYC REVIEW DUE REPORT - ".
           05  KH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(100) VALUE SPACES.
       01  WS-KYC-DETAIL.
           05  KD-FLAG             PIC X(10).
           05  FILLER              PIC X(10) VALUE " CUSTOMER ".
           05  KD-CUSTOMER-ID      PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  KD-CUSTOMER-NAME    PIC X(30).
           05  FILLER              PIC X(6) VALUE " RISK ".
           05  KD-RISK-RATING      PIC X.
           05  FILLER              PIC X(6) VALUE " LAST ".
           05  KD-LAST-REVIEW      PIC 9(8).
           05  FILLER              PIC X(10) VALUE " NEXT DUE ".
           05  KD-NEXT-REVIEW      PIC 9(8).
           05  FILLER              PIC X(6) VALUE " DAYS ".
           05  KD-DAYS             PIC -(4)9.
           05  FILLER              PIC X(23) VALUE SPACES.
       01  WS-KYC-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE
               "REVIEWS DUE: ".
           05  KT-COUNT-DUE        PIC 9(7).
           05  FILLER              PIC X(10) VALUE " OVERDUE: ".
           05  KT-COUNT-OVERDUE    PIC 9(7).
           05  FILLER              PIC X(16) VALUE
               " NOT SCHEDULED: ".
           05  KT-COUNT-UNSCHEDULED PIC 9(7).
           05  FILLER              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       KYC-DUE-LOGIC.
           DISPLAY "=================================".
           DISPLAY "KYC REVIEW DUE REPORT STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM READ-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-LOADED
               DISPLAY "KYC DUE REPORT: BUSINESS DATE CONTROL FILE "
                       "UNAVAILABLE " WS-BUSINESS-DATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CW-CURRENT-DATE TO WS-RUN-DATE-NUM.

           PERFORM OPEN-KYC-FILES.

           PERFORM READ-CUSTOMER-RECORD.
           PERFORM REPORT-ONE-CUSTOMER
               UNTIL CUSTOMER-MASTER-EOF.

           PERFORM WRITE-KYC-TOTALS.
           PERFORM CLOSE-KYC-FILES.

           DISPLAY "KYC DUE REPORT: CUSTOMERS READ:   "
                   WS-COUNT-CUSTOMERS-READ.
           DISPLAY "KYC DUE REPORT: DUE IN WINDOW:    "
                   WS-COUNT-DUE.
           DISPLAY "KYC DUE REPORT: OVERDUE:          "
                   WS-COUNT-OVERDUE.
           DISPLAY "KYC DUE REPORT: NOT SCHEDULED:    "
                   WS-COUNT-UNSCHEDULED.
           DISPLAY "=================================".

           IF WS-COUNT-OVERDUE > ZERO
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

       OPEN-KYC-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY "KYC DUE REPORT: UNABLE TO OPEN CUSTMAST "
                       WS-CUSTOMER-MASTER-STATUS
               SET CUSTOMER-MASTER-EOF TO TRUE
           END-IF.
           OPEN OUTPUT KYC-REPORT-FILE.
           MOVE WS-RUN-DATE-NUM TO KH-RUN-DATE.
           MOVE WS-KYC-HEADING TO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.

       READ-CUSTOMER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET CUSTOMER-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-CUSTOMERS-READ
           END-READ.

       REPORT-ONE-CUSTOMER.
      *    A closed customer pays nothing, so its review lapsing
      *    is nobody's worklist.
           IF CM-STATUS-ACTIVE
               IF CM-KYC-NEXT-REVIEW-DATE NOT NUMERIC
                  OR CM-KYC-NEXT-REVIEW-DATE = ZERO
                   ADD 1 TO WS-COUNT-UNSCHEDULED
               ELSE
                   COMPUTE WS-DAYS-TO-DUE =
                       FUNCTION INTEGER-OF-DATE
                           (CM-KYC-NEXT-REVIEW-DATE) -
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                   IF WS-DAYS-TO-DUE < ZERO
                       ADD 1 TO WS-COUNT-OVERDUE
                       MOVE "OVERDUE   " TO KD-FLAG
                       PERFORM WRITE-KYC-DETAIL
                   ELSE
                       IF WS-DAYS-TO-DUE NOT > WS-DUE-WINDOW-DAYS
                           ADD 1 TO WS-COUNT-DUE
                           MOVE "DUE       " TO KD-FLAG
                           PERFORM WRITE-KYC-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-CUSTOMER-RECORD.

       WRITE-KYC-DETAIL.
      *    Days are to the due date - negative once it has passed.
           MOVE CM-CUSTOMER-ID TO KD-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME TO KD-CUSTOMER-NAME.
           MOVE CM-KYC-RISK-RATING TO KD-RISK-RATING.
           IF CM-KYC-LAST-REVIEW-DATE NUMERIC
               MOVE CM-KYC-LAST-REVIEW-DATE TO KD-LAST-REVIEW
           ELSE
               MOVE ZERO TO KD-LAST-REVIEW
           END-IF.
           MOVE CM-KYC-NEXT-REVIEW-DATE TO KD-NEXT-REVIEW.
           MOVE WS-DAYS-TO-DUE TO KD-DAYS.
           MOVE WS-KYC-DETAIL TO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.

       WRITE-KYC-TOTALS.
           MOVE WS-COUNT-DUE TO KT-COUNT-DUE.
           MOVE WS-COUNT-OVERDUE TO KT-COUNT-OVERDUE.
           MOVE WS-COUNT-UNSCHEDULED TO KT-COUNT-UNSCHEDULED.
           MOVE WS-KYC-TOTAL-LINE TO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.

       CLOSE-KYC-FILES.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE KYC-REPORT-FILE.
