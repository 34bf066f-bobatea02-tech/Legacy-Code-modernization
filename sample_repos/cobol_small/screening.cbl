      * Per-record hold and error messages go through the leveled
      * RUNLOG facility instead of raw DISPLAY; loader diagnostics
      * stay on SYSOUT.
      * A payment that clears the watch list and velocity checks is
      * held with its own status ('P') when it is the customer's
      * first payment to the merchant - no PAYEEREL relationship -
      * and is either above the VALPARM 'P' amount or made within
      * the 'P' number of days of the account's last maintenance
      * change. Every such hold is appended to the first-payee log
      * kept alongside the compliance log.
      * In a dry run (see RUN-MODE) VELOCITY is opened for input
      * only and the counters the run would have written are held
      * in a storage overlay consulted ahead of the file. A first
      * payment to a merchant that clears is noted in a second
      * overlay, standing in for the PAYEEREL relationship PAYMENT
      * would have added, so later payments to the same merchant in
      * the dry run are not screened as first payments again.
      * Every velocity counter written or rewritten is passed,
      * before and after, to the forward-recovery journal (RCVJRNL),
      * so a damaged VELOCITY can be restored and rolled forward to
      * the point of failure.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-CUSTOMER-ID
               FILE STATUS IS WS-RETURN-HISTORY-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "VALPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PAYEE-RELATION-FILE ASSIGN TO "PAYEEREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-RELATION-KEY
               FILE STATUS IS WS-PAYEE-RELATION-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT FIRST-PAYEE-LOG-FILE ASSIGN TO "PAYEELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY RETURN-HISTORY-REC.

       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARM-REC.

       FD  PAYEE-RELATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYEE-RELATION-REC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNT-MASTER-REC.

       FD  FIRST-PAYEE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FIRST-PAYEE-LOG-REC.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-VELOCITY-MAX-AMOUNT  PIC 9(9)V99 VALUE 0050000.00.
       01  WS-CURRENT-DATE-NUM     PIC 9(8) VALUE ZERO.
       01  WS-VELOCITY-STATUS      PIC XX VALUE "00".
           88 VELOCITY-OK          VALUE "00".
           88 VELOCITY-NOT-FOUND   VALUE "23" "35".
       01  WS-VEL-PARM-STATUS      PIC XX VALUE "00".
           88 VEL-PARM-FILE-OK        VALUE "00".
       01  WS-FILES-OPEN-SW        PIC X VALUE 'N'.
           88 VELOCITY-FILE-OPEN   VALUE 'Y'.
       01  WS-VELOCITY-AVAIL-SW    PIC X VALUE 'N'.
           88 VELOCITY-FILE-AVAILABLE VALUE 'Y'.
       01  WS-VEL-PARMS-LOADED     PIC X VALUE 'N'.
           88 VEL-PARMS-LOADED     VALUE 'Y'.
       01  WS-VEL-PARM-EOF-SW      PIC X VALUE 'N'.
       01  WS-RETURN-SUSPECT-COUNT PIC 9(3) VALUE 3.
       01  WS-EFFECTIVE-MAX-COUNT  PIC 9(3) VALUE ZERO.
       01  WS-EFFECTIVE-MAX-AMOUNT PIC 9(9)V99 VALUE ZERO.
      *    Default first-payee rule, used when VALPARM carries no
      *    'P' record in force: hold a first payment above the amount
      *    or within the days of the account's last maintenance.
       01  WS-PAYEE-MAX-AMOUNT     PIC 9(9)V99 VALUE 0000001000.00.
       01  WS-PAYEE-MAINT-DAYS     PIC 9(3) VALUE 030.
       01  WS-PAYEE-EFF-DATE       PIC S9(9) VALUE -1.
       01  WS-PARM-FILE-STATUS     PIC XX VALUE "00".
           88 PARM-FILE-OK            VALUE "00".
           88 PARM-FILE-EOF           VALUE "10".
       01  WS-PAYEE-RELATION-STATUS PIC XX VALUE "00".
           88 PAYEE-RELATION-OK       VALUE "00".
       01  WS-ACCOUNT-MASTER-STATUS PIC XX VALUE "00".
           88 ACCOUNT-MASTER-OK       VALUE "00".
       01  WS-PAYEE-LOG-STATUS     PIC XX VALUE "00".
           88 PAYEE-LOG-NOT-FOUND     VALUE "35".
       01  WS-PAYEE-FILES-SW       PIC X VALUE 'N'.
           88 PAYEE-FILES-OPEN     VALUE 'Y'.
       01  WS-PAYEE-RELATION-SW    PIC X VALUE 'N'.
           88 PAYEE-RELATION-AVAILABLE VALUE 'Y'.
       01  WS-ACCOUNT-MASTER-SW    PIC X VALUE 'N'.
           88 ACCOUNT-MASTER-AVAILABLE VALUE 'Y'.
       01  WS-PAYEE-RULE           PIC X VALUE SPACE.
       01  WS-LAST-MAINT-DATE      PIC 9(8) VALUE ZERO.
       01  WS-DAYS-SINCE-MAINT     PIC S9(7) VALUE ZERO.
      *    Run mode - see RUN-MODE.
       01  WS-MODE-FUNCTION        PIC X VALUE 'Q'.
       01  WS-RUN-MODE             PIC X VALUE SPACE.
           88 DRY-RUN              VALUE 'D'.
      *    Dry-run overlays - the velocity counters this run would
      *    have recorded, and the customer/merchant pairs whose first
      *    payment it has already let through.
       01  WS-VEL-OVERLAY-MAX      PIC 9(4) VALUE 5000.
       01  WS-VEL-OVERLAY-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-VEL-OVERLAY-IDX      PIC 9(4) VALUE ZERO.
       01  WS-VEL-OVERLAY-HIT      PIC 9(4) VALUE ZERO.
       01  WS-VEL-OVERLAY-SW       PIC X VALUE 'N'.
           88 VEL-OVERLAY-FOUND    VALUE 'Y'.
       01  WS-VEL-OVERLAY-TABLE.
           05  WS-VO-ENTRY OCCURS 5000 TIMES.
               10  WS-VO-CUSTOMER-ID       PIC 9(8).
               10  WS-VO-CHECK-DATE        PIC 9(8).
               10  WS-VO-TXN-COUNT         PIC 9(5).
               10  WS-VO-TOTAL-AMOUNT      PIC 9(9)V99.
       01  WS-PAYEE-OVERLAY-MAX    PIC 9(4) VALUE 5000.
       01  WS-PAYEE-OVERLAY-COUNT  PIC 9(4) VALUE ZERO.
       01  WS-PAYEE-OVERLAY-IDX    PIC 9(4) VALUE ZERO.
       01  WS-PAYEE-OVERLAY-SW     PIC X VALUE 'N'.
           88 PAYEE-OVERLAY-FOUND  VALUE 'Y'.
       01  WS-PAYEE-OVERLAY-TABLE.
           05  WS-PO-ENTRY OCCURS 5000 TIMES.
               10  WS-PO-CUSTOMER-ID       PIC 9(8).
               10  WS-PO-MERCHANT-ID       PIC 9(8).
       01  WS-LOG-PROGRAM          PIC X(8) VALUE "SCREEN".
       01  WS-LOG-LEVEL            PIC X VALUE 'I'.
       01  WS-LOG-MESSAGE          PIC X(80) VALUE SPACES.
      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'W'.
       01  WS-JRNL-NAME            PIC X(8) VALUE "SCREEN".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE "VELOCITY".
       01  WS-JRNL-ACTION          PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CUSTOMER-ID          PIC 9(8).
           88 SCREEN-HELD          VALUE 'H'.
           88 SCREEN-CLEAR         VALUE 'C'.
           88 SCREEN-WATCH-HELD    VALUE 'W'.
           88 SCREEN-PAYEE-HELD    VALUE 'P'.
       01  LS-MERCHANT-ID          PIC 9(8).
       01  LS-ACCOUNT-NUMBER       PIC 9(4).
       01  LS-CURRENCY-CODE        PIC X(3).

       PROCEDURE DIVISION USING LS-CUSTOMER-ID
                                LS-PAYMENT-AMOUNT
                                LS-CURRENT-DATE
                                LS-CURRENT-TIME
                                LS-SCREEN-STATUS
                                LS-MERCHANT-ID
                                LS-ACCOUNT-NUMBER
                                LS-CURRENCY-CODE.
       SCREENING-LOGIC.
           IF NOT VELOCITY-FILE-OPEN
               PERFORM OPEN-VELOCITY-FILE
               SET RETURN-HISTORY-OPEN TO TRUE
           END-IF.

           IF NOT PAYEE-FILES-OPEN
               PERFORM OPEN-PAYEE-FILES
           END-IF.

           MOVE 'C' TO LS-SCREEN-STATUS.

           PERFORM CHECK-WATCH-LIST.

           MOVE LS-CUSTOMER-ID TO VL-CUSTOMER-ID.

           MOVE 'N' TO WS-VEL-OVERLAY-SW.
           IF DRY-RUN
               PERFORM FIND-VELOCITY-OVERLAY
           END-IF.

           IF VEL-OVERLAY-FOUND
               MOVE WS-VO-CHECK-DATE (WS-VEL-OVERLAY-HIT) TO
                   VL-CHECK-DATE
               MOVE WS-VO-TXN-COUNT (WS-VEL-OVERLAY-HIT) TO
                   VL-TXN-COUNT
               MOVE WS-VO-TOTAL-AMOUNT (WS-VEL-OVERLAY-HIT) TO
                   VL-TOTAL-AMOUNT
               PERFORM UPDATE-VELOCITY-COUNTERS
           ELSE
               IF VELOCITY-FILE-AVAILABLE
                   READ VELOCITY-FILE
                       INVALID KEY
                           PERFORM RECORD-FIRST-TRANSACTION
                       NOT INVALID KEY
                           PERFORM UPDATE-VELOCITY-COUNTERS
                   END-READ
               ELSE
                   PERFORM RECORD-FIRST-TRANSACTION
               END-IF
           END-IF.

           PERFORM CHECK-VELOCITY-THRESHOLDS.

      *    A payment with no merchant has no payee to be new to.
           IF SCREEN-CLEAR
              AND LS-MERCHANT-ID NOT = ZERO
              AND PAYEE-RELATION-AVAILABLE
               PERFORM CHECK-FIRST-PAYEE
           END-IF.

           GOBACK.

       OPEN-VELOCITY-FILE.
           CALL 'RUN-MODE' USING WS-MODE-FUNCTION
                                 WS-RUN-MODE.
           IF DRY-RUN
               OPEN INPUT VELOCITY-FILE
               IF VELOCITY-OK
                   SET VELOCITY-FILE-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "SCREENING: DRY RUN - NO VELOCITY FILE "
                           WS-VELOCITY-STATUS
               END-IF
           ELSE
               OPEN I-O VELOCITY-FILE
               IF VELOCITY-NOT-FOUND
                   OPEN OUTPUT VELOCITY-FILE
                   CLOSE VELOCITY-FILE
                   OPEN I-O VELOCITY-FILE
               END-IF
               SET VELOCITY-FILE-AVAILABLE TO TRUE
           END-IF.
           SET VELOCITY-FILE-OPEN TO TRUE.

           MOVE WS-CURRENT-DATE-NUM TO VL-CHECK-DATE.
           MOVE 1 TO VL-TXN-COUNT.
           MOVE LS-PAYMENT-AMOUNT TO VL-TOTAL-AMOUNT.
           IF DRY-RUN
               PERFORM SAVE-VELOCITY-OVERLAY
           ELSE
               WRITE VELOCITY-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "ERROR WRITING VELOCITY FILE "
                           WS-VELOCITY-STATUS DELIMITED BY SIZE
                           INTO WS-LOG-MESSAGE
                       PERFORM WRITE-RUN-LOG
                   NOT INVALID KEY
                       MOVE 'A' TO WS-JRNL-ACTION
                       MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                       PERFORM JOURNAL-VELOCITY-UPDATE
               END-WRITE
           END-IF.

       UPDATE-VELOCITY-COUNTERS.
           MOVE VELOCITY-RECORD TO WS-JRNL-BEFORE-IMAGE.
           IF VL-CHECK-DATE NOT = WS-CURRENT-DATE-NUM
               MOVE WS-CURRENT-DATE-NUM TO VL-CHECK-DATE
               MOVE ZERO TO VL-TXN-COUNT
           END-IF.
           ADD 1 TO VL-TXN-COUNT.
           ADD LS-PAYMENT-AMOUNT TO VL-TOTAL-AMOUNT.
           IF DRY-RUN
               PERFORM SAVE-VELOCITY-OVERLAY
           ELSE
               REWRITE VELOCITY-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "ERROR REWRITING VELOCITY FILE "
                           WS-VELOCITY-STATUS DELIMITED BY SIZE
                           INTO WS-LOG-MESSAGE
                       PERFORM WRITE-RUN-LOG
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION
                       PERFORM JOURNAL-VELOCITY-UPDATE
               END-REWRITE
           END-IF.

       FIND-VELOCITY-OVERLAY.
           MOVE ZERO TO WS-VEL-OVERLAY-HIT.
           PERFORM CHECK-VELOCITY-OVERLAY-ENTRY
               VARYING WS-VEL-OVERLAY-IDX FROM 1 BY 1
               UNTIL WS-VEL-OVERLAY-IDX > WS-VEL-OVERLAY-COUNT
                  OR VEL-OVERLAY-FOUND.

       CHECK-VELOCITY-OVERLAY-ENTRY.
           IF WS-VO-CUSTOMER-ID (WS-VEL-OVERLAY-IDX) = VL-CUSTOMER-ID
               MOVE WS-VEL-OVERLAY-IDX TO WS-VEL-OVERLAY-HIT
               SET VEL-OVERLAY-FOUND TO TRUE
           END-IF.

       SAVE-VELOCITY-OVERLAY.
           IF NOT VEL-OVERLAY-FOUND
               IF WS-VEL-OVERLAY-COUNT < WS-VEL-OVERLAY-MAX
                   ADD 1 TO WS-VEL-OVERLAY-COUNT
                   MOVE WS-VEL-OVERLAY-COUNT TO WS-VEL-OVERLAY-HIT
                   MOVE VL-CUSTOMER-ID TO
                       WS-VO-CUSTOMER-ID (WS-VEL-OVERLAY-HIT)
               ELSE
                   DISPLAY "SCREENING: DRY-RUN VELOCITY OVERLAY FULL"
                           " - DISCARDING " VL-CUSTOMER-ID
                   MOVE ZERO TO WS-VEL-OVERLAY-HIT
               END-IF
           END-IF.
           IF WS-VEL-OVERLAY-HIT NOT = ZERO
               MOVE VL-CHECK-DATE TO
                   WS-VO-CHECK-DATE (WS-VEL-OVERLAY-HIT)
               MOVE VL-TXN-COUNT TO
                   WS-VO-TXN-COUNT (WS-VEL-OVERLAY-HIT)
               MOVE VL-TOTAL-AMOUNT TO
                   WS-VO-TOTAL-AMOUNT (WS-VEL-OVERLAY-HIT)
           END-IF.

       CHECK-VELOCITY-THRESHOLDS.
           MOVE WS-VELOCITY-MAX-COUNT TO WS-EFFECTIVE-MAX-COUNT.
               PERFORM WRITE-RUN-LOG
           END-IF.

       JOURNAL-VELOCITY-UPDATE.
           MOVE VELOCITY-RECORD TO WS-JRNL-AFTER-IMAGE.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM
                               WS-LOG-LEVEL
                       END-IF
               END-READ
           END-IF.

       OPEN-PAYEE-FILES.
           PERFORM LOAD-PAYEE-PARM.
           OPEN INPUT PAYEE-RELATION-FILE.
           IF PAYEE-RELATION-OK
               SET PAYEE-RELATION-AVAILABLE TO TRUE
           ELSE
               DISPLAY "SCREENING: PAYEE RELATIONSHIPS NOT "
                       "AVAILABLE " WS-PAYEE-RELATION-STATUS
                       " - NO FIRST-PAYEE SCREENING THIS RUN"
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCOUNT-MASTER-OK
               SET ACCOUNT-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "SCREENING: UNABLE TO OPEN ACCTMAST "
                       WS-ACCOUNT-MASTER-STATUS
           END-IF.
      *    The first-payee log is append-only across runs like the
      *    compliance log - extend it, creating it on first use.
           OPEN EXTEND FIRST-PAYEE-LOG-FILE.
           IF PAYEE-LOG-NOT-FOUND
               OPEN OUTPUT FIRST-PAYEE-LOG-FILE
           END-IF.
           SET PAYEE-FILES-OPEN TO TRUE.

       LOAD-PAYEE-PARM.
      *    Only the 'P' record matters here - the newest version
      *    dated on or before the processing date wins.
           OPEN INPUT PARAMETER-FILE.
           IF PARM-FILE-OK
               PERFORM READ-PAYEE-PARM-RECORD
                   UNTIL PARM-FILE-EOF
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY "SCREENING: VALPARM NOT AVAILABLE - USING "
                       "DEFAULT FIRST-PAYEE RULE"
           END-IF.

       READ-PAYEE-PARM-RECORD.
           READ PARAMETER-FILE
               AT END
                   SET PARM-FILE-EOF TO TRUE
               NOT AT END
                   IF PM-TYPE-FIRST-PAYEE
                      AND PM-PAYEE-AMOUNT NUMERIC
                      AND PM-PAYEE-MAINT-DAYS NUMERIC
                      AND PM-EFFECTIVE-DATE <= WS-CURRENT-DATE-NUM
                      AND PM-EFFECTIVE-DATE >= WS-PAYEE-EFF-DATE
                       MOVE PM-PAYEE-AMOUNT TO WS-PAYEE-MAX-AMOUNT
                       MOVE PM-PAYEE-MAINT-DAYS TO WS-PAYEE-MAINT-DAYS
                       MOVE PM-EFFECTIVE-DATE TO WS-PAYEE-EFF-DATE
                   END-IF
           END-READ.

       CHECK-FIRST-PAYEE.
      *    A relationship on file means the customer has paid this
      *    merchant before and nothing more is asked.
           MOVE SPACE TO WS-PAYEE-RULE.
           MOVE LS-CUSTOMER-ID TO PR-CUSTOMER-ID.
           MOVE LS-MERCHANT-ID TO PR-MERCHANT-ID.
           MOVE 'N' TO WS-PAYEE-OVERLAY-SW.
           IF DRY-RUN
               PERFORM CHECK-PAYEE-OVERLAY-ENTRY
                   VARYING WS-PAYEE-OVERLAY-IDX FROM 1 BY 1
                   UNTIL WS-PAYEE-OVERLAY-IDX > WS-PAYEE-OVERLAY-COUNT
                      OR PAYEE-OVERLAY-FOUND
           END-IF.
           IF NOT PAYEE-OVERLAY-FOUND
               READ PAYEE-RELATION-FILE
                   INVALID KEY
                       PERFORM APPLY-FIRST-PAYEE-RULES
                       IF DRY-RUN AND WS-PAYEE-RULE = SPACE
                           PERFORM SAVE-PAYEE-OVERLAY
                       END-IF
               END-READ
           END-IF.
           IF WS-PAYEE-RULE NOT = SPACE
               MOVE 'P' TO LS-SCREEN-STATUS
               PERFORM WRITE-FIRST-PAYEE-HIT
           END-IF.

       CHECK-PAYEE-OVERLAY-ENTRY.
           IF WS-PO-CUSTOMER-ID (WS-PAYEE-OVERLAY-IDX) = PR-CUSTOMER-ID
              AND WS-PO-MERCHANT-ID (WS-PAYEE-OVERLAY-IDX) =
                  PR-MERCHANT-ID
               SET PAYEE-OVERLAY-FOUND TO TRUE
           END-IF.

       SAVE-PAYEE-OVERLAY.
           IF WS-PAYEE-OVERLAY-COUNT < WS-PAYEE-OVERLAY-MAX
               ADD 1 TO WS-PAYEE-OVERLAY-COUNT
               MOVE LS-CUSTOMER-ID TO
                   WS-PO-CUSTOMER-ID (WS-PAYEE-OVERLAY-COUNT)
               MOVE LS-MERCHANT-ID TO
                   WS-PO-MERCHANT-ID (WS-PAYEE-OVERLAY-COUNT)
           ELSE
               DISPLAY "SCREENING: DRY-RUN PAYEE OVERLAY FULL - "
                       "DISCARDING " LS-CUSTOMER-ID
           END-IF.

       APPLY-FIRST-PAYEE-RULES.
           MOVE ZERO TO WS-LAST-MAINT-DATE.
           IF ACCOUNT-MASTER-AVAILABLE
               MOVE LS-CUSTOMER-ID TO AM-CUSTOMER-ID
               MOVE LS-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AM-LAST-MAINT-DATE NUMERIC
                           MOVE AM-LAST-MAINT-DATE TO
                               WS-LAST-MAINT-DATE
                       END-IF
               END-READ
           END-IF.
           IF LS-PAYMENT-AMOUNT > WS-PAYEE-MAX-AMOUNT
               MOVE 'A' TO WS-PAYEE-RULE
           ELSE
      *        Zero days turns the maintenance test off; an account
      *        never maintained has nothing to be recent to.
               IF WS-PAYEE-MAINT-DAYS > ZERO
                  AND WS-LAST-MAINT-DATE NOT = ZERO
                  AND WS-LAST-MAINT-DATE <= WS-CURRENT-DATE-NUM
                   COMPUTE WS-DAYS-SINCE-MAINT =
                       FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE (WS-LAST-MAINT-DATE)
                   IF WS-DAYS-SINCE-MAINT <= WS-PAYEE-MAINT-DAYS
                       MOVE 'M' TO WS-PAYEE-RULE
                   END-IF
               END-IF
           END-IF.

       WRITE-FIRST-PAYEE-HIT.
           MOVE 'W' TO WS-LOG-LEVEL.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "FIRST PAYEE HELD - CUSTOMER " LS-CUSTOMER-ID
               " MERCHANT " LS-MERCHANT-ID " RULE " WS-PAYEE-RULE
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG.
           MOVE LS-CURRENT-DATE TO FP-LOG-DATE.
           MOVE LS-CURRENT-TIME TO FP-LOG-TIME.
           MOVE LS-CUSTOMER-ID TO FP-CUSTOMER-ID.
           MOVE LS-ACCOUNT-NUMBER TO FP-ACCOUNT-NUMBER.
           MOVE LS-MERCHANT-ID TO FP-MERCHANT-ID.
           MOVE LS-PAYMENT-AMOUNT TO FP-PAYMENT-AMOUNT.
           MOVE LS-CURRENCY-CODE TO FP-CURRENCY-CODE.
           MOVE WS-PAYEE-RULE TO FP-RULE.
           MOVE WS-LAST-MAINT-DATE TO FP-LAST-MAINT-DATE.
           MOVE "HELD" TO FP-DISPOSITION.
           MOVE CC-VERSION TO FP-VERSION.
           WRITE FIRST-PAYEE-LOG-RECORD.
