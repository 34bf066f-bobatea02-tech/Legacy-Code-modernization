       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-SYNC.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Core banking customer sync - Daily inbound step that keeps
      * CUSTMAST and ACCTMAST in line with the core banking system's
      * customer and account extract (COREXTR), without ever writing
      * to either master itself. The extract is first checked end to
      * end the way BATCH-EDIT checks a channel transmission: header
      * present, trailer present, the declared record count and
      * customer-id hash total equal to what was read, and no data
      * before the header or after the trailer. A header dated other
      * than the business date on BUSDATE means a stale or early
      * extract. Any of these refuses the whole extract with return
      * code 8 and nothing is generated, so a truncated file can
      * never close customers by omission.
      * A verified extract is compared record by record with the
      * masters, and each difference becomes an ordinary maintenance
      * transaction under the CORESYNC user id, applied in the next
      * job steps by CUSTOMER-MAINT (CUSTSYNC) and ACCOUNT-MAINT
      * (ACCTSYNC) with their usual edits, reject files and audit
      * trails:
      *   customer not on file and active on core   - add (A)
      *   name or tier different                    - change (C)
      *   active here, closed on core               - close (X)
      *   account not on file and active on core    - open (A)
      *   account open here, closed on core         - close (X)
      *   account currency different                - currency (Y)
      * Differences a person must decide go on the exception report
      * (SYNCEXC) instead: a close or currency change CLOSURE-CHECK
      * finds still has a balance, earmark, open dispute or payment
      * awaiting approval; a customer or account closed here but
      * active on core (a reopen); an account whose customer is
      * neither on file and open nor added by the same extract; and
      * an extract record that fails its own edits. A dormant
      * account active on core is left to ACCOUNT-MAINT
      * reactivation, and account names are not carried across.
      * Return code 4 when anything is on the exception report, 8
      * when the extract is refused, 12 when CUSTMAST or ACCTMAST
      * cannot be opened.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORE-EXTRACT-FILE ASSIGN TO "COREXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORE-EXTRACT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT CUST-SYNC-FILE ASSIGN TO "CUSTSYNC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-SYNC-STATUS.
           SELECT ACCT-SYNC-FILE ASSIGN TO "ACCTSYNC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-SYNC-STATUS.
           SELECT SYNC-EXCEPTION-FILE ASSIGN TO "SYNCEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYNC-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORE-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CORE-EXTRACT-REC.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMER-MASTER-REC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNT-MASTER-REC.

       FD  CUST-SYNC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUST-MAINT-REC.

       FD  ACCT-SYNC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCT-MAINT-REC.

       FD  SYNC-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYNC-EXCEPTION-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-CORE-EXTRACT-STATUS  PIC XX VALUE "00".
           88 CORE-EXTRACT-OK      VALUE "00".
           88 CORE-EXTRACT-EOF     VALUE "10".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
           88 CUSTOMER-MASTER-OK   VALUE "00".
       01  WS-ACCOUNT-MASTER-STATUS PIC XX VALUE "00".
           88 ACCOUNT-MASTER-OK    VALUE "00".
       01  WS-CUST-SYNC-STATUS     PIC XX VALUE "00".
           88 CUST-SYNC-OK         VALUE "00".
       01  WS-ACCT-SYNC-STATUS     PIC XX VALUE "00".
           88 ACCT-SYNC-OK         VALUE "00".
       01  WS-SYNC-EXCEPTION-STATUS PIC XX VALUE "00".
           88 SYNC-EXCEPTION-OK    VALUE "00".

       01  WS-EXTRACT-EOF-SWITCH   PIC X VALUE 'N'.
           88 END-OF-EXTRACT       VALUE 'Y'.
       01  WS-EXTRACT-REFUSED-SW   PIC X VALUE 'N'.
           88 EXTRACT-REFUSED      VALUE 'Y'.
       01  WS-HEADER-SEEN-SW       PIC X VALUE 'N'.
           88 HEADER-SEEN          VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW      PIC X VALUE 'N'.
           88 TRAILER-SEEN         VALUE 'Y'.
       01  WS-BUSDATE-FOUND-SW     PIC X VALUE 'N'.
           88 BUSDATE-FOUND        VALUE 'Y'.
       01  WS-CLOSURE-CALLED-SW    PIC X VALUE 'N'.
           88 CLOSURE-CALLED       VALUE 'Y'.
       01  WS-MASTER-FOUND-SW      PIC X VALUE 'N'.
           88 MASTER-FOUND         VALUE 'Y'.
       01  WS-RECORD-VALID-SW      PIC X VALUE 'Y'.
           88 EXTRACT-RECORD-VALID VALUE 'Y'.
       01  WS-BUSINESS-DATE-NUM    PIC 9(8) VALUE ZERO.
       01  WS-SOURCE-ID            PIC X(8) VALUE SPACES.
       01  WS-EXTRACT-DATE         PIC 9(8) VALUE ZERO.
       01  WS-DATA-RECORD-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
       01  WS-DECLARED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-DECLARED-HASH        PIC 9(15) VALUE ZERO.
       01  WS-SYNC-USER-ID         PIC X(8) VALUE "CORESYNC".
       01  WS-RUN-RETURN-CODE      PIC 9(4) VALUE ZERO.

      *    The customer record last read from the extract, and
      *    whether its accounts may be opened: O when the customer
      *    is on file and open or is being added by this extract,
      *    N otherwise.
       01  WS-SYNC-CUSTOMER-ID     PIC 9(8) VALUE ZERO.
       01  WS-SYNC-CUSTOMER-SW     PIC X VALUE 'N'.
           88 SYNC-CUSTOMER-OPEN   VALUE 'O'.

      *    Parameters for CLOSURE-CHECK - function C check only;
      *    the cascade is left to the maintenance programs.
       01  WS-CLOSE-FUNCTION       PIC X VALUE 'C'.
       01  WS-CLOSE-CUSTOMER-ID    PIC 9(8) VALUE ZERO.
       01  WS-CLOSE-ACCOUNT-NUMBER PIC 9(4) VALUE ZERO.
       01  WS-CLOSE-SCOPE          PIC X VALUE 'C'.
       01  WS-CLOSE-RESULT         PIC X VALUE 'Y'.
           88 CLOSE-CLEAR          VALUE 'Y'.
           88 CLOSE-HAS-BALANCE    VALUE 'B'.
           88 CLOSE-HAS-EARMARK    VALUE 'E'.
           88 CLOSE-HAS-DISPUTE    VALUE 'D'.
           88 CLOSE-HAS-APPROVAL   VALUE 'Q'.

       01  WS-COUNT-CUSTOMERS      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ACCOUNTS       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CUST-ADDS      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CUST-CHANGES   PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CUST-CLOSES    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ACCT-OPENS     PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ACCT-CLOSES    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ACCT-CURRENCY  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-EXCEPTIONS     PIC 9(7) VALUE ZERO.

       01  WS-SYNC-HEADING.
           05  FILLER              PIC X(30) VALUE
               "CORE BANKING SYNC EXCEPTIONS -".
           05  FILLER              PIC X VALUE SPACE.
           05  SH-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  SOURCE: ".
           05  SH-SOURCE-ID        PIC X(8).
           05  FILLER              PIC X(75) VALUE SPACES.
       01  WS-SYNC-COLUMN-HEADING.
           05  FILLER              PIC X(24) VALUE
               "RECORD   KEY".
           05  FILLER              PIC X(22) VALUE
               "CORE/OURS ACTION".
           05  FILLER              PIC X(31) VALUE
               "REASON".
           05  FILLER              PIC X(55) VALUE
               "DETAIL".
       01  WS-SYNC-DETAIL.
           05  SE-RECORD-TYPE      PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SE-RECORD-KEY       PIC X(13).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SE-CORE-STATUS      PIC X.
           05  FILLER              PIC X VALUE "/".
           05  SE-MASTER-STATUS    PIC X.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  SE-ACTION           PIC X(16).
           05  FILLER              PIC X VALUE SPACE.
           05  SE-REASON           PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  SE-DETAIL           PIC X(40).
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WS-SYNC-NOTE-LINE.
           05  FILLER              PIC X(4) VALUE "*** ".
           05  SN-NOTE             PIC X(60).
           05  FILLER              PIC X(68) VALUE SPACES.
       01  WS-SYNC-TOTAL-LINE.
           05  FILLER              PIC X(24) VALUE
               "    TOTAL EXCEPTIONS".
           05  ST-COUNT            PIC Z(6)9.
           05  FILLER              PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       SYNC-LOGIC.
           DISPLAY "=================================".
           DISPLAY "CORE BANKING SYNC STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.
           PERFORM READ-BUSINESS-DATE.
           MOVE CW-CURRENT-DATE TO WS-BUSINESS-DATE-NUM.

           PERFORM VERIFY-EXTRACT.

           PERFORM OPEN-SYNC-FILES.
           IF EXTRACT-REFUSED
               MOVE "EXTRACT REFUSED - NOTHING GENERATED" TO SN-NOTE
               PERFORM WRITE-SYNC-NOTE
               MOVE 8 TO WS-RUN-RETURN-CODE
           ELSE
               PERFORM COMPARE-EXTRACT
           END-IF.

           PERFORM CLOSE-SYNC-FILES.

           DISPLAY "CORE SYNC: SOURCE:            " WS-SOURCE-ID.
           DISPLAY "CORE SYNC: CUSTOMERS READ:    " WS-COUNT-CUSTOMERS.
           DISPLAY "CORE SYNC: ACCOUNTS READ:     " WS-COUNT-ACCOUNTS.
           DISPLAY "CORE SYNC: CUSTOMER ADDS:     " WS-COUNT-CUST-ADDS.
           DISPLAY "CORE SYNC: CUSTOMER CHANGES:  "
                   WS-COUNT-CUST-CHANGES.
           DISPLAY "CORE SYNC: CUSTOMER CLOSES:   "
                   WS-COUNT-CUST-CLOSES.
           DISPLAY "CORE SYNC: ACCOUNT OPENS:     " WS-COUNT-ACCT-OPENS.
           DISPLAY "CORE SYNC: ACCOUNT CLOSES:    "
                   WS-COUNT-ACCT-CLOSES.
           DISPLAY "CORE SYNC: CURRENCY CHANGES:  "
                   WS-COUNT-ACCT-CURRENCY.
           DISPLAY "CORE SYNC: EXCEPTIONS:        "
                   WS-COUNT-EXCEPTIONS.
           IF EXTRACT-REFUSED
               DISPLAY "CORE SYNC: EXTRACT REFUSED - CORE MUST "
                       "RESEND"
           END-IF.
           DISPLAY "=================================".

           IF WS-COUNT-EXCEPTIONS > ZERO
              AND WS-RUN-RETURN-CODE < 4
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO CW-CURRENT-DATE
                       SET BUSDATE-FOUND TO TRUE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-SYNC-FILES.
           OPEN OUTPUT SYNC-EXCEPTION-FILE.
           MOVE WS-BUSINESS-DATE-NUM TO SH-BUSINESS-DATE.
           MOVE WS-SOURCE-ID TO SH-SOURCE-ID.
           MOVE WS-SYNC-HEADING TO SYNC-EXCEPTION-LINE.
           WRITE SYNC-EXCEPTION-LINE.
           MOVE WS-SYNC-COLUMN-HEADING TO SYNC-EXCEPTION-LINE.
           WRITE SYNC-EXCEPTION-LINE.
           OPEN OUTPUT CUST-SYNC-FILE.
           OPEN OUTPUT ACCT-SYNC-FILE.
      *    Without both masters no difference can be found - stop
      *    before anything is generated.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY "CORE SYNC: UNABLE TO OPEN CUSTMAST "
                       WS-CUSTOMER-MASTER-STATUS
               MOVE "CUSTMAST NOT AVAILABLE - NOTHING GENERATED" TO
                   SN-NOTE
               PERFORM WRITE-SYNC-NOTE
               PERFORM STOP-MASTERS-UNAVAILABLE
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "CORE SYNC: UNABLE TO OPEN ACCTMAST "
                       WS-ACCOUNT-MASTER-STATUS
               MOVE "ACCTMAST NOT AVAILABLE - NOTHING GENERATED" TO
                   SN-NOTE
               PERFORM WRITE-SYNC-NOTE
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM STOP-MASTERS-UNAVAILABLE
           END-IF.

       STOP-MASTERS-UNAVAILABLE.
           CLOSE CUST-SYNC-FILE.
           CLOSE ACCT-SYNC-FILE.
           CLOSE SYNC-EXCEPTION-FILE.
           DISPLAY "=================================".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * First pass - the extract must be complete and for this
      * business date before any of it is acted on.
      *****************************************************************
       VERIFY-EXTRACT.
           OPEN INPUT CORE-EXTRACT-FILE.
           IF NOT CORE-EXTRACT-OK
               DISPLAY "CORE SYNC: UNABLE TO OPEN COREXTR "
                       WS-CORE-EXTRACT-STATUS
               SET EXTRACT-REFUSED TO TRUE
           ELSE
               MOVE 'N' TO WS-EXTRACT-EOF-SWITCH
               PERFORM READ-EXTRACT-RECORD
               PERFORM VERIFY-ONE-RECORD
                   UNTIL END-OF-EXTRACT
               CLOSE CORE-EXTRACT-FILE
               PERFORM VERIFY-EXTRACT-CONTROLS
           END-IF.

       READ-EXTRACT-RECORD.
           READ CORE-EXTRACT-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ.

       VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN CE-IS-HEADER
                   PERFORM NOTE-EXTRACT-HEADER
               WHEN CE-IS-TRAILER
                   PERFORM NOTE-EXTRACT-TRAILER
               WHEN CE-IS-CUSTOMER
                   PERFORM NOTE-DATA-RECORD
                   ADD CEC-CUSTOMER-ID TO WS-HASH-TOTAL
               WHEN CE-IS-ACCOUNT
                   PERFORM NOTE-DATA-RECORD
                   ADD CEA-CUSTOMER-ID TO WS-HASH-TOTAL
               WHEN OTHER
                   DISPLAY "CORE SYNC: UNKNOWN RECORD TYPE '"
                           CE-RECORD-TYPE "'"
                   SET EXTRACT-REFUSED TO TRUE
           END-EVALUATE.
           PERFORM READ-EXTRACT-RECORD.

       NOTE-EXTRACT-HEADER.
           IF HEADER-SEEN
               DISPLAY "CORE SYNC: DUPLICATE HEADER RECORD"
               SET EXTRACT-REFUSED TO TRUE
           ELSE
               SET HEADER-SEEN TO TRUE
               MOVE CEH-SOURCE-ID TO WS-SOURCE-ID
               MOVE CEH-EXTRACT-DATE TO WS-EXTRACT-DATE
               DISPLAY "CORE SYNC: EXTRACT FROM " CEH-SOURCE-ID
                       " TAKEN " CEH-EXTRACT-DATE
           END-IF.

       NOTE-EXTRACT-TRAILER.
           IF TRAILER-SEEN
               DISPLAY "CORE SYNC: DUPLICATE TRAILER RECORD"
               SET EXTRACT-REFUSED TO TRUE
           ELSE
               SET TRAILER-SEEN TO TRUE
               MOVE CET-RECORD-COUNT TO WS-DECLARED-COUNT
               MOVE CET-HASH-TOTAL TO WS-DECLARED-HASH
           END-IF.

       NOTE-DATA-RECORD.
           IF NOT HEADER-SEEN
               DISPLAY "CORE SYNC: DATA RECORD BEFORE HEADER"
               SET EXTRACT-REFUSED TO TRUE
           END-IF.
           IF TRAILER-SEEN
               DISPLAY "CORE SYNC: DATA RECORD AFTER TRAILER"
               SET EXTRACT-REFUSED TO TRUE
           END-IF.
           ADD 1 TO WS-DATA-RECORD-COUNT.
      *    A non-numeric id would spoil the hash - count it as zero
      *    and let the record fail its own edit in the compare.
           IF CE-IS-CUSTOMER AND CEC-CUSTOMER-ID NOT NUMERIC
               MOVE ZERO TO CEC-CUSTOMER-ID
           END-IF.
           IF CE-IS-ACCOUNT AND CEA-CUSTOMER-ID NOT NUMERIC
               MOVE ZERO TO CEA-CUSTOMER-ID
           END-IF.

       VERIFY-EXTRACT-CONTROLS.
           IF NOT HEADER-SEEN
               DISPLAY "CORE SYNC: NO HEADER ON EXTRACT"
               SET EXTRACT-REFUSED TO TRUE
           ELSE
               IF BUSDATE-FOUND
                  AND WS-EXTRACT-DATE NOT = WS-BUSINESS-DATE-NUM
                   DISPLAY "CORE SYNC: EXTRACT DATED "
                           WS-EXTRACT-DATE " NOT BUSINESS DATE "
                           WS-BUSINESS-DATE-NUM
                   SET EXTRACT-REFUSED TO TRUE
               END-IF
           END-IF.
           IF NOT TRAILER-SEEN
               DISPLAY "CORE SYNC: NO TRAILER - EXTRACT TRUNCATED"
               SET EXTRACT-REFUSED TO TRUE
           ELSE
               IF WS-DECLARED-COUNT NOT = WS-DATA-RECORD-COUNT
                   DISPLAY "CORE SYNC: RECORD COUNT MISMATCH - "
                           "DECLARED " WS-DECLARED-COUNT
                           " READ " WS-DATA-RECORD-COUNT
                   SET EXTRACT-REFUSED TO TRUE
               END-IF
               IF WS-DECLARED-HASH NOT = WS-HASH-TOTAL
                   DISPLAY "CORE SYNC: HASH TOTAL MISMATCH - "
                           "DECLARED " WS-DECLARED-HASH
                           " COMPUTED " WS-HASH-TOTAL
                   SET EXTRACT-REFUSED TO TRUE
               END-IF
           END-IF.
           IF HEADER-SEEN
               DISPLAY "CORE SYNC: DATA RECORDS:      "
                       WS-DATA-RECORD-COUNT
           END-IF.

      *****************************************************************
      * Second pass - compare each customer and account with the
      * masters and generate the maintenance or the exception.
      *****************************************************************
       COMPARE-EXTRACT.
           OPEN INPUT CORE-EXTRACT-FILE.
           MOVE 'N' TO WS-EXTRACT-EOF-SWITCH.
           PERFORM READ-EXTRACT-RECORD.
           PERFORM COMPARE-ONE-RECORD
               UNTIL END-OF-EXTRACT.
           CLOSE CORE-EXTRACT-FILE.

       COMPARE-ONE-RECORD.
           EVALUATE TRUE
               WHEN CE-IS-CUSTOMER
                   ADD 1 TO WS-COUNT-CUSTOMERS
                   PERFORM SYNC-CUSTOMER THRU SYNC-CUSTOMER-EXIT
               WHEN CE-IS-ACCOUNT
                   ADD 1 TO WS-COUNT-ACCOUNTS
                   PERFORM SYNC-ACCOUNT THRU SYNC-ACCOUNT-EXIT
           END-EVALUATE.
           PERFORM READ-EXTRACT-RECORD.

       SYNC-CUSTOMER.
           MOVE 'N' TO WS-SYNC-CUSTOMER-SW.
           MOVE "CUSTOMER" TO SE-RECORD-TYPE.
           MOVE SPACES TO SE-RECORD-KEY.
           MOVE CEC-CUSTOMER-ID TO SE-RECORD-KEY (1:8).
           MOVE CEC-CUSTOMER-STATUS TO SE-CORE-STATUS.
           MOVE SPACE TO SE-MASTER-STATUS.
           MOVE CEC-CUSTOMER-NAME TO SE-DETAIL.
           PERFORM EDIT-CUSTOMER-RECORD.
           IF NOT EXTRACT-RECORD-VALID
               GO TO SYNC-CUSTOMER-EXIT
           END-IF.
           MOVE CEC-CUSTOMER-ID TO WS-SYNC-CUSTOMER-ID.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           MOVE CEC-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
                   MOVE CM-CUSTOMER-STATUS TO SE-MASTER-STATUS
           END-READ.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   IF CEC-STATUS-ACTIVE
                       PERFORM GENERATE-CUSTOMER-ADD
                   END-IF
               WHEN CM-STATUS-CLOSED
                   IF CEC-STATUS-ACTIVE
                       MOVE "REOPEN" TO SE-ACTION
                       MOVE "CLOSED HERE, ACTIVE ON CORE" TO SE-REASON
                       PERFORM WRITE-SYNC-EXCEPTION
                   END-IF
               WHEN CEC-STATUS-CLOSED
                   PERFORM GENERATE-CUSTOMER-CLOSE
               WHEN OTHER
                   SET SYNC-CUSTOMER-OPEN TO TRUE
                   IF CEC-CUSTOMER-NAME NOT = CM-CUSTOMER-NAME
                      OR CEC-CUSTOMER-TIER NOT = CM-CUSTOMER-TIER
                       PERFORM GENERATE-CUSTOMER-CHANGE
                   END-IF
           END-EVALUATE.
       SYNC-CUSTOMER-EXIT.
           EXIT.

       EDIT-CUSTOMER-RECORD.
           MOVE 'Y' TO WS-RECORD-VALID-SW.
           MOVE SPACES TO SE-REASON.
           EVALUATE TRUE
               WHEN CEC-CUSTOMER-ID NOT NUMERIC
                    OR CEC-CUSTOMER-ID = ZERO
                   MOVE "CUSTOMER ID INVALID" TO SE-REASON
               WHEN NOT CEC-STATUS-ACTIVE AND NOT CEC-STATUS-CLOSED
                   MOVE "CUSTOMER STATUS INVALID" TO SE-REASON
               WHEN NOT CEC-TIER-VALID
                   MOVE "CUSTOMER TIER INVALID" TO SE-REASON
               WHEN CEC-CUSTOMER-NAME = SPACES
                   MOVE "CUSTOMER NAME MISSING" TO SE-REASON
           END-EVALUATE.
           IF SE-REASON NOT = SPACES
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE "NOT APPLIED" TO SE-ACTION
               PERFORM WRITE-SYNC-EXCEPTION
           END-IF.

       GENERATE-CUSTOMER-ADD.
           MOVE SPACES TO CUST-MAINT-RECORD.
           SET CU-ACTION-ADD TO TRUE.
           MOVE CEC-CUSTOMER-ID TO CU-CUSTOMER-ID.
           MOVE CEC-CUSTOMER-TIER TO CU-CUSTOMER-TIER.
           MOVE CEC-CUSTOMER-NAME TO CU-CUSTOMER-NAME.
           MOVE WS-SYNC-USER-ID TO CU-USER-ID.
           WRITE CUST-MAINT-RECORD.
           ADD 1 TO WS-COUNT-CUST-ADDS.
           SET SYNC-CUSTOMER-OPEN TO TRUE.

      *    Only the fields that differ are carried - CUSTOMER-MAINT
      *    leaves blank fields as they are on the master.
       GENERATE-CUSTOMER-CHANGE.
           MOVE SPACES TO CUST-MAINT-RECORD.
           SET CU-ACTION-CHANGE TO TRUE.
           MOVE CEC-CUSTOMER-ID TO CU-CUSTOMER-ID.
           IF CEC-CUSTOMER-TIER NOT = CM-CUSTOMER-TIER
               MOVE CEC-CUSTOMER-TIER TO CU-CUSTOMER-TIER
           END-IF.
           IF CEC-CUSTOMER-NAME NOT = CM-CUSTOMER-NAME
               MOVE CEC-CUSTOMER-NAME TO CU-CUSTOMER-NAME
           END-IF.
           MOVE WS-SYNC-USER-ID TO CU-USER-ID.
           WRITE CUST-MAINT-RECORD.
           ADD 1 TO WS-COUNT-CUST-CHANGES.

       GENERATE-CUSTOMER-CLOSE.
           MOVE CEC-CUSTOMER-ID TO WS-CLOSE-CUSTOMER-ID.
           MOVE ZERO TO WS-CLOSE-ACCOUNT-NUMBER.
           MOVE 'C' TO WS-CLOSE-SCOPE.
           PERFORM CALL-CLOSURE-CHECK.
           IF CLOSE-CLEAR
               MOVE SPACES TO CUST-MAINT-RECORD
               SET CU-ACTION-CLOSE TO TRUE
               MOVE CEC-CUSTOMER-ID TO CU-CUSTOMER-ID
               MOVE WS-SYNC-USER-ID TO CU-USER-ID
               WRITE CUST-MAINT-RECORD
               ADD 1 TO WS-COUNT-CUST-CLOSES
           ELSE
               MOVE "CLOSE" TO SE-ACTION
               PERFORM SET-CLOSE-REASON
               PERFORM WRITE-SYNC-EXCEPTION
           END-IF.

       SYNC-ACCOUNT.
           MOVE "ACCOUNT" TO SE-RECORD-TYPE.
           MOVE SPACES TO SE-RECORD-KEY.
           MOVE CEA-CUSTOMER-ID TO SE-RECORD-KEY (1:8).
           MOVE "/" TO SE-RECORD-KEY (9:1).
           MOVE CEA-ACCOUNT-NUMBER TO SE-RECORD-KEY (10:4).
           MOVE CEA-ACCOUNT-STATUS TO SE-CORE-STATUS.
           MOVE SPACE TO SE-MASTER-STATUS.
           MOVE CEA-ACCOUNT-NAME TO SE-DETAIL.
           PERFORM EDIT-ACCOUNT-RECORD.
           IF NOT EXTRACT-RECORD-VALID
               GO TO SYNC-ACCOUNT-EXIT
           END-IF.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           MOVE CEA-ACCOUNT-KEY TO AM-ACCOUNT-KEY.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
                   MOVE AM-ACCOUNT-STATUS TO SE-MASTER-STATUS
           END-READ.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   IF CEA-STATUS-ACTIVE
                       PERFORM GENERATE-ACCOUNT-OPEN
                   END-IF
               WHEN AM-STATUS-CLOSED
                   IF CEA-STATUS-ACTIVE
                       MOVE "REOPEN" TO SE-ACTION
                       MOVE "CLOSED HERE, ACTIVE ON CORE" TO SE-REASON
                       PERFORM WRITE-SYNC-EXCEPTION
                   END-IF
               WHEN CEA-STATUS-CLOSED
                   PERFORM GENERATE-ACCOUNT-CLOSE
               WHEN CEA-CURRENCY-CODE NOT = SPACES
                AND CEA-CURRENCY-CODE NOT = AM-CURRENCY-CODE
                   PERFORM GENERATE-CURRENCY-CHANGE
           END-EVALUATE.
       SYNC-ACCOUNT-EXIT.
           EXIT.

       EDIT-ACCOUNT-RECORD.
           MOVE 'Y' TO WS-RECORD-VALID-SW.
           MOVE SPACES TO SE-REASON.
           EVALUATE TRUE
               WHEN CEA-CUSTOMER-ID NOT NUMERIC
                    OR CEA-ACCOUNT-NUMBER NOT NUMERIC
                    OR CEA-CUSTOMER-ID = ZERO
                   MOVE "ACCOUNT KEY INVALID" TO SE-REASON
               WHEN NOT CEA-STATUS-ACTIVE AND NOT CEA-STATUS-CLOSED
                   MOVE "ACCOUNT STATUS INVALID" TO SE-REASON
               WHEN CEA-ACCOUNT-NAME = SPACES
                   MOVE "ACCOUNT NAME MISSING" TO SE-REASON
           END-EVALUATE.
           IF SE-REASON NOT = SPACES
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE "NOT APPLIED" TO SE-ACTION
               PERFORM WRITE-SYNC-EXCEPTION
           END-IF.

      *    The customer is normally the record just before on the
      *    extract; otherwise it must already be on file and open.
       GENERATE-ACCOUNT-OPEN.
           IF CEA-CUSTOMER-ID NOT = WS-SYNC-CUSTOMER-ID
               MOVE CEA-CUSTOMER-ID TO WS-SYNC-CUSTOMER-ID
               MOVE 'N' TO WS-SYNC-CUSTOMER-SW
               MOVE CEA-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CM-STATUS-CLOSED
                           SET SYNC-CUSTOMER-OPEN TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF SYNC-CUSTOMER-OPEN
               MOVE SPACES TO ACCT-MAINT-RECORD
               SET AU-ACTION-OPEN TO TRUE
               MOVE CEA-ACCOUNT-KEY TO AU-ACCOUNT-KEY
               MOVE WS-SYNC-USER-ID TO AU-USER-ID
               MOVE CEA-CURRENCY-CODE TO AU-NEW-CURRENCY
               MOVE CEA-ACCOUNT-NAME TO AU-ACCOUNT-NAME
               WRITE ACCT-MAINT-RECORD
               ADD 1 TO WS-COUNT-ACCT-OPENS
           ELSE
               MOVE "OPEN" TO SE-ACTION
               MOVE "CUSTOMER NOT ON FILE OR CLOSED" TO SE-REASON
               PERFORM WRITE-SYNC-EXCEPTION
           END-IF.

       GENERATE-ACCOUNT-CLOSE.
           MOVE CEA-CUSTOMER-ID TO WS-CLOSE-CUSTOMER-ID.
           MOVE CEA-ACCOUNT-NUMBER TO WS-CLOSE-ACCOUNT-NUMBER.
           MOVE 'A' TO WS-CLOSE-SCOPE.
           PERFORM CALL-CLOSURE-CHECK.
           IF CLOSE-CLEAR
               MOVE SPACES TO ACCT-MAINT-RECORD
               SET AU-ACTION-CLOSE TO TRUE
               MOVE CEA-ACCOUNT-KEY TO AU-ACCOUNT-KEY
               MOVE WS-SYNC-USER-ID TO AU-USER-ID
               WRITE ACCT-MAINT-RECORD
               ADD 1 TO WS-COUNT-ACCT-CLOSES
           ELSE
               MOVE "CLOSE" TO SE-ACTION
               PERFORM SET-CLOSE-REASON
               PERFORM WRITE-SYNC-EXCEPTION
           END-IF.

      *    ACCOUNT-MAINT only changes the currency of an empty
      *    account - anything held or pending in the old currency
      *    needs a person to move it first.
       GENERATE-CURRENCY-CHANGE.
           MOVE CEA-CUSTOMER-ID TO WS-CLOSE-CUSTOMER-ID.
           MOVE CEA-ACCOUNT-NUMBER TO WS-CLOSE-ACCOUNT-NUMBER.
           MOVE 'A' TO WS-CLOSE-SCOPE.
           PERFORM CALL-CLOSURE-CHECK.
           IF CLOSE-CLEAR
               MOVE SPACES TO ACCT-MAINT-RECORD
               SET AU-ACTION-CURRENCY TO TRUE
               MOVE CEA-ACCOUNT-KEY TO AU-ACCOUNT-KEY
               MOVE WS-SYNC-USER-ID TO AU-USER-ID
               MOVE CEA-CURRENCY-CODE TO AU-NEW-CURRENCY
               WRITE ACCT-MAINT-RECORD
               ADD 1 TO WS-COUNT-ACCT-CURRENCY
           ELSE
               MOVE "CURRENCY CHANGE" TO SE-ACTION
               PERFORM SET-CLOSE-REASON
               MOVE SPACES TO SE-DETAIL
               STRING AM-CURRENCY-CODE " TO " CEA-CURRENCY-CODE
                   DELIMITED BY SIZE INTO SE-DETAIL
               PERFORM WRITE-SYNC-EXCEPTION
           END-IF.

       SET-CLOSE-REASON.
           EVALUATE TRUE
               WHEN CLOSE-HAS-BALANCE
                   MOVE "NON-ZERO BALANCE" TO SE-REASON
               WHEN CLOSE-HAS-EARMARK
                   MOVE "EARMARKED FUNDS" TO SE-REASON
               WHEN CLOSE-HAS-DISPUTE
                   MOVE "OPEN DISPUTE" TO SE-REASON
               WHEN CLOSE-HAS-APPROVAL
                   MOVE "PAYMENT PENDING APPROVAL" TO SE-REASON
               WHEN OTHER
                   MOVE "BALANCES NOT AVAILABLE" TO SE-REASON
           END-EVALUATE.

       CALL-CLOSURE-CHECK.
           SET CLOSURE-CALLED TO TRUE.
           MOVE 'C' TO WS-CLOSE-FUNCTION.
           CALL 'CLOSURE-CHECK' USING WS-CLOSE-FUNCTION
                                      WS-CLOSE-CUSTOMER-ID
                                      WS-CLOSE-ACCOUNT-NUMBER
                                      WS-CLOSE-SCOPE
                                      WS-SYNC-USER-ID
                                      WS-CLOSE-RESULT.

       WRITE-SYNC-EXCEPTION.
           ADD 1 TO WS-COUNT-EXCEPTIONS.
           MOVE WS-SYNC-DETAIL TO SYNC-EXCEPTION-LINE.
           WRITE SYNC-EXCEPTION-LINE.

       WRITE-SYNC-NOTE.
           MOVE WS-SYNC-NOTE-LINE TO SYNC-EXCEPTION-LINE.
           WRITE SYNC-EXCEPTION-LINE.

       CLOSE-SYNC-FILES.
           IF CLOSURE-CALLED
               MOVE 'F' TO WS-CLOSE-FUNCTION
               CALL 'CLOSURE-CHECK' USING WS-CLOSE-FUNCTION
                                          WS-CLOSE-CUSTOMER-ID
                                          WS-CLOSE-ACCOUNT-NUMBER
                                          WS-CLOSE-SCOPE
                                          WS-SYNC-USER-ID
                                          WS-CLOSE-RESULT
           END-IF.
           MOVE WS-COUNT-EXCEPTIONS TO ST-COUNT.
           MOVE WS-SYNC-TOTAL-LINE TO SYNC-EXCEPTION-LINE.
           WRITE SYNC-EXCEPTION-LINE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CUST-SYNC-FILE.
           CLOSE ACCT-SYNC-FILE.
           CLOSE SYNC-EXCEPTION-FILE.
