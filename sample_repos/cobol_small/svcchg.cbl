       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-CHARGE-GEN.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Account service charge generation - Month-end step run on a
      * month's first business date, before that night's payment
      * cycle, charging the month just closed. Prices every active
      * account on the account master from the service charge schedule
      * (SVCPARM) in force on the business date and writes each charge
      * as a payment transaction on channel SVCCHG for the cycle's
      * input, so it posts, debits the balance and prints on the
      * statement - operations no longer keys the charges by hand.
      * The charge is the house's revenue, not a payment to anyone:
      * on that channel it stays out of the bank instructions and
      * settlement, and MAIN books it to SERVICE CHARGE REVENUE
      * instead of principal clearing. Two charges are
      * priced per account, in the account's own currency (the base
      * currency for an account that carries none): the monthly
      * maintenance charge for the owning customer's tier on CUSTMAST,
      * and the overdraft usage charge for an account overdrawn on
      * CUSTBAL - the balances the month's last cycle left, as nothing
      * has posted since. A schedule with no charge, or a zero one,
      * for the tier or currency charges nothing. A customer on the
      * schedule's waiver list is not charged - each waived charge is
      * listed on SVCRPT with the month's counts. Closed and dormant
      * accounts, and accounts whose customer is missing or closed,
      * are skipped. Each charge is referenced by its kind (M or O),
      * the account number and the month it covers. Refuses to run
      * without the business date or the schedule (return code 8).
      * Checks the run-control file (STEPCTL) through STEP-CONTROL at
      * start and stamps it at end, so a rerun on the same business
      * date ends at once with return code 1 and cannot charge twice.
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
           SELECT SERVICE-CHARGE-PARM-FILE ASSIGN TO "SVCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVC-PARM-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-BALANCE-KEY
               FILE STATUS IS WS-CUST-BALANCE-STATUS.
           SELECT GENERATED-TRANS-FILE ASSIGN TO "SVCGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENERATED-TRANS-STATUS.
           SELECT SERVICE-CHARGE-RPT-FILE ASSIGN TO "SVCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVC-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  SERVICE-CHARGE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SERVICE-CHARGE-PARM-REC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNT-MASTER-REC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMER-MASTER-REC.

       FD  CUST-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUST-BALANCE-REC.

       FD  GENERATED-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYMENT-TRANS-REC.

       FD  SERVICE-CHARGE-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SERVICE-CHARGE-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW    PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-SVC-PARM-STATUS      PIC XX VALUE "00".
           88 SVC-PARM-OK          VALUE "00".
           88 SVC-PARM-EOF         VALUE "10".
       01  WS-ACCOUNT-MASTER-STATUS PIC XX VALUE "00".
           88 ACCOUNT-MASTER-OK       VALUE "00".
           88 ACCOUNT-MASTER-EOF      VALUE "10".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
           88 CUSTOMER-MASTER-OK      VALUE "00".
       01  WS-CUST-BALANCE-STATUS  PIC XX VALUE "00".
           88 CUST-BALANCE-OK      VALUE "00".
       01  WS-GENERATED-TRANS-STATUS PIC XX VALUE "00".
           88 GENERATED-TRANS-OK      VALUE "00".
       01  WS-SVC-RPT-STATUS       PIC XX VALUE "00".
       01  WS-CUSTOMER-MASTER-AVAIL-SW PIC X VALUE 'N'.
           88 CUSTOMER-MASTER-AVAILABLE VALUE 'Y'.
       01  WS-CUST-BALANCE-AVAIL-SW PIC X VALUE 'N'.
           88 CUST-BALANCE-AVAILABLE VALUE 'Y'.
       01  WS-CUSTOMER-SW          PIC X VALUE 'N'.
           88 CUSTOMER-CHARGEABLE  VALUE 'Y'.
       01  WS-OVERDRAWN-SW         PIC X VALUE 'N'.
           88 ACCOUNT-OVERDRAWN    VALUE 'Y'.

       01  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZERO.
      *    The month charged - the one before the business date's.
       01  WS-CHARGE-MONTH.
           05  WS-CHARGE-YEAR      PIC 9(4).
           05  WS-CHARGE-MM        PIC 9(2).
       01  WS-CHARGE-MONTH-NUM REDEFINES WS-CHARGE-MONTH PIC 9(6).
      *    Accounts set up before the currency was carried are
      *    charged in the base currency.
       01  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
       01  WS-CHARGE-CURRENCY      PIC X(3) VALUE SPACES.
       01  WS-CHARGE-KIND          PIC X VALUE SPACE.
           88 CHARGE-IS-MAINTENANCE VALUE 'M'.
           88 CHARGE-IS-OVERDRAFT  VALUE 'O'.
       01  WS-CHARGE-AMOUNT        PIC 9(5)V99 VALUE ZERO.
       01  WS-WAIVER-SCOPE         PIC X VALUE SPACE.

      *    The schedule in force - the newest version per record
      *    type, tier and currency dated on or before the run date.
       01  WS-LOOKUP-KEY.
           05  WS-LOOKUP-TYPE      PIC X.
           05  WS-LOOKUP-TIER      PIC X.
           05  WS-LOOKUP-CURRENCY  PIC X(3).
       01  WS-CHARGE-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-CHARGE-IDX           PIC 9(3) VALUE ZERO.
       01  WS-CHARGE-FOUND-IDX     PIC 9(3) VALUE ZERO.
       01  WS-CHARGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 50 TIMES.
               10  WS-CHG-KEY.
                   15  WS-CHG-TYPE     PIC X.
                   15  WS-CHG-TIER     PIC X.
                   15  WS-CHG-CURRENCY PIC X(3).
               10  WS-CHG-AMOUNT       PIC 9(5)V99.
               10  WS-CHG-EFF-DATE     PIC 9(8).

      *    The waiver in force per customer, likewise.
       01  WS-WAIVER-TABLE-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-WAIVER-IDX           PIC 9(4) VALUE ZERO.
       01  WS-WAIVER-FOUND-IDX     PIC 9(4) VALUE ZERO.
       01  WS-WAIVER-TABLE.
           05  WS-WV-ENTRY OCCURS 1000 TIMES.
               10  WS-WV-CUSTOMER-ID   PIC 9(8).
               10  WS-WV-SCOPE         PIC X.
               10  WS-WV-EFF-DATE      PIC 9(8).

       01  WS-COUNT-ACCOUNTS-READ  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NOT-ACTIVE     PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NO-CUSTOMER    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-OVERDRAWN      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-MAINT-CHARGED  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-MAINT-WAIVED   PIC 9(7) VALUE ZERO.
       01  WS-COUNT-OD-CHARGED     PIC 9(7) VALUE ZERO.
       01  WS-COUNT-OD-WAIVED      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-UNPRICED       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-GENERATED      PIC 9(7) VALUE ZERO.

       01  WS-SVC-HEADING.
           05  FILLER              PIC X(18) VALUE
               "SERVICE CHARGES - ".
           05  SH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(11) VALUE
               " FOR MONTH ".
           05  SH-CHARGE-MONTH     PIC 9(6).
           05  FILLER              PIC X(89) VALUE SPACES.
       01  WS-SVC-WAIVED-DETAIL.
           05  FILLER              PIC X(10) VALUE "WAIVED    ".
           05  FILLER              PIC X(9) VALUE "CUSTOMER ".
           05  SD-CUSTOMER-ID      PIC 9(8).
           05  FILLER              PIC X(6) VALUE " ACCT ".
           05  SD-ACCOUNT-NUMBER   PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  SD-ACCOUNT-NAME     PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  SD-CHARGE-NAME      PIC X(11).
           05  FILLER              PIC X VALUE SPACE.
           05  SD-CURRENCY-CODE    PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  SD-CHARGE-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(48) VALUE SPACES.
       01  WS-SVC-TOTAL-LINE.
           05  ST-CHARGE-NAME      PIC X(12).
           05  FILLER              PIC X(10) VALUE " CHARGED: ".
           05  ST-COUNT-CHARGED    PIC 9(7).
           05  FILLER              PIC X(9) VALUE " WAIVED: ".
           05  ST-COUNT-WAIVED     PIC 9(7).
           05  FILLER              PIC X(87) VALUE SPACES.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "SVCCHG".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       SERVICE-CHARGE-LOGIC.
           DISPLAY "=================================".
           DISPLAY "SERVICE CHARGE GENERATION STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM READ-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-LOADED
               DISPLAY "SVC CHARGE: BUSINESS DATE CONTROL FILE "
                       "UNAVAILABLE " WS-BUSINESS-DATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CW-CURRENT-DATE TO WS-RUN-DATE-NUM.
           MOVE CW-YEAR TO WS-CHARGE-YEAR.
           MOVE CW-MONTH TO WS-CHARGE-MM.
           IF WS-CHARGE-MM = 1
               MOVE 12 TO WS-CHARGE-MM
               SUBTRACT 1 FROM WS-CHARGE-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CHARGE-MM
           END-IF.

           PERFORM LOAD-SERVICE-CHARGE-SCHEDULE.

           PERFORM OPEN-GENERATION-FILES.

           PERFORM READ-ACCOUNT-MASTER.
           PERFORM PRICE-ONE-ACCOUNT
               UNTIL ACCOUNT-MASTER-EOF.

           PERFORM WRITE-SERVICE-CHARGE-TOTALS.
           PERFORM CLOSE-GENERATION-FILES.

           DISPLAY "SVC CHARGE: CHARGE MONTH:        "
                   WS-CHARGE-MONTH-NUM.
           DISPLAY "SVC CHARGE: ACCOUNTS READ:       "
                   WS-COUNT-ACCOUNTS-READ.
           DISPLAY "SVC CHARGE: NOT ACTIVE SKIPPED:  "
                   WS-COUNT-NOT-ACTIVE.
           DISPLAY "SVC CHARGE: NO ACTIVE CUSTOMER:  "
                   WS-COUNT-NO-CUSTOMER.
           DISPLAY "SVC CHARGE: MAINTENANCE CHARGED: "
                   WS-COUNT-MAINT-CHARGED.
           DISPLAY "SVC CHARGE: MAINTENANCE WAIVED:  "
                   WS-COUNT-MAINT-WAIVED.
           DISPLAY "SVC CHARGE: ACCOUNTS OVERDRAWN:  "
                   WS-COUNT-OVERDRAWN.
           DISPLAY "SVC CHARGE: OVERDRAFT CHARGED:   "
                   WS-COUNT-OD-CHARGED.
           DISPLAY "SVC CHARGE: OVERDRAFT WAIVED:    "
                   WS-COUNT-OD-WAIVED.
           DISPLAY "SVC CHARGE: NO CHARGE SCHEDULED: "
                   WS-COUNT-UNPRICED.
           DISPLAY "SVC CHARGE: PAYMENTS CREATED:    "
                   WS-COUNT-GENERATED.
           DISPLAY "=================================".

           MOVE WS-COUNT-ACCOUNTS-READ TO WS-STEP-COUNT-READ.
           MOVE WS-COUNT-GENERATED TO WS-STEP-COUNT-WRITTEN.
           PERFORM STAMP-STEP-CONTROL.
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

       LOAD-SERVICE-CHARGE-SCHEDULE.
      *    Without the schedule nothing can be priced - end before
      *    the step is stamped, so the rerun charges the month.
           OPEN INPUT SERVICE-CHARGE-PARM-FILE.
           IF NOT SVC-PARM-OK
               DISPLAY "SVC CHARGE: UNABLE TO OPEN SVCPARM "
                       WS-SVC-PARM-STATUS " - NOTHING CHARGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SCHEDULE-RECORD
               UNTIL SVC-PARM-EOF.
           CLOSE SERVICE-CHARGE-PARM-FILE.

       READ-SCHEDULE-RECORD.
           READ SERVICE-CHARGE-PARM-FILE
               AT END
                   SET SVC-PARM-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-SCHEDULE-VERSION
           END-READ.

       APPLY-SCHEDULE-VERSION.
      *    Versions dated after the run date are not yet in force;
      *    among the rest the newest per key wins (a later record
      *    ties a matching date).
           IF SC-EFFECTIVE-DATE > WS-RUN-DATE-NUM
               CONTINUE
           ELSE
               IF SC-TYPE-WAIVER
                   PERFORM APPLY-WAIVER-VERSION
               ELSE
                   PERFORM APPLY-CHARGE-VERSION
               END-IF
           END-IF.

       APPLY-CHARGE-VERSION.
           MOVE SC-RECORD-TYPE TO WS-LOOKUP-TYPE.
           MOVE SC-TIER TO WS-LOOKUP-TIER.
           MOVE SC-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
           PERFORM FIND-LOOKUP-CHARGE.
           IF WS-CHARGE-FOUND-IDX = ZERO
               IF WS-CHARGE-TABLE-COUNT < 50
                   ADD 1 TO WS-CHARGE-TABLE-COUNT
                   MOVE WS-CHARGE-TABLE-COUNT TO WS-CHARGE-FOUND-IDX
                   MOVE WS-LOOKUP-KEY TO
                       WS-CHG-KEY (WS-CHARGE-FOUND-IDX)
                   MOVE SC-CHARGE-AMOUNT TO
                       WS-CHG-AMOUNT (WS-CHARGE-FOUND-IDX)
                   MOVE SC-EFFECTIVE-DATE TO
                       WS-CHG-EFF-DATE (WS-CHARGE-FOUND-IDX)
               ELSE
                   DISPLAY "SVC CHARGE: CHARGE TABLE FULL - "
                           "DISCARDING " WS-LOOKUP-KEY
               END-IF
           ELSE
               IF SC-EFFECTIVE-DATE >=
                      WS-CHG-EFF-DATE (WS-CHARGE-FOUND-IDX)
                   MOVE SC-CHARGE-AMOUNT TO
                       WS-CHG-AMOUNT (WS-CHARGE-FOUND-IDX)
                   MOVE SC-EFFECTIVE-DATE TO
                       WS-CHG-EFF-DATE (WS-CHARGE-FOUND-IDX)
               END-IF
           END-IF.

       FIND-LOOKUP-CHARGE.
           MOVE ZERO TO WS-CHARGE-FOUND-IDX.
           PERFORM CHECK-CHARGE-ENTRY VARYING WS-CHARGE-IDX
               FROM 1 BY 1 UNTIL WS-CHARGE-IDX > WS-CHARGE-TABLE-COUNT.

       CHECK-CHARGE-ENTRY.
           IF WS-CHG-KEY (WS-CHARGE-IDX) = WS-LOOKUP-KEY
               MOVE WS-CHARGE-IDX TO WS-CHARGE-FOUND-IDX
           END-IF.

       APPLY-WAIVER-VERSION.
           PERFORM FIND-CUSTOMER-WAIVER.
           IF WS-WAIVER-FOUND-IDX = ZERO
               IF WS-WAIVER-TABLE-COUNT < 1000
                   ADD 1 TO WS-WAIVER-TABLE-COUNT
                   MOVE WS-WAIVER-TABLE-COUNT TO WS-WAIVER-FOUND-IDX
                   MOVE SC-CUSTOMER-ID TO
                       WS-WV-CUSTOMER-ID (WS-WAIVER-FOUND-IDX)
                   MOVE SC-WAIVER-SCOPE TO
                       WS-WV-SCOPE (WS-WAIVER-FOUND-IDX)
                   MOVE SC-EFFECTIVE-DATE TO
                       WS-WV-EFF-DATE (WS-WAIVER-FOUND-IDX)
               ELSE
                   DISPLAY "SVC CHARGE: WAIVER TABLE FULL - "
                           "DISCARDING CUSTOMER " SC-CUSTOMER-ID
               END-IF
           ELSE
               IF SC-EFFECTIVE-DATE >=
                      WS-WV-EFF-DATE (WS-WAIVER-FOUND-IDX)
                   MOVE SC-WAIVER-SCOPE TO
                       WS-WV-SCOPE (WS-WAIVER-FOUND-IDX)
                   MOVE SC-EFFECTIVE-DATE TO
                       WS-WV-EFF-DATE (WS-WAIVER-FOUND-IDX)
               END-IF
           END-IF.

       FIND-CUSTOMER-WAIVER.
           MOVE ZERO TO WS-WAIVER-FOUND-IDX.
           PERFORM CHECK-WAIVER-ENTRY VARYING WS-WAIVER-IDX
               FROM 1 BY 1 UNTIL WS-WAIVER-IDX > WS-WAIVER-TABLE-COUNT.

       CHECK-WAIVER-ENTRY.
           IF WS-WV-CUSTOMER-ID (WS-WAIVER-IDX) = SC-CUSTOMER-ID
               MOVE WS-WAIVER-IDX TO WS-WAIVER-FOUND-IDX
           END-IF.

       OPEN-GENERATION-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "SVC CHARGE: UNABLE TO OPEN ACCTMAST "
                       WS-ACCOUNT-MASTER-STATUS
               SET ACCOUNT-MASTER-EOF TO TRUE
           END-IF.
      *    Without the customer master no tier can be priced and no
      *    account is charged.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUSTOMER-MASTER-OK
               SET CUSTOMER-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "SVC CHARGE: UNABLE TO OPEN CUSTMAST "
                       WS-CUSTOMER-MASTER-STATUS
           END-IF.
      *    Without the balance file no account can be seen to be
      *    overdrawn - the maintenance charges still go out.
           OPEN INPUT CUST-BALANCE-FILE.
           IF CUST-BALANCE-OK
               SET CUST-BALANCE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "SVC CHARGE: UNABLE TO OPEN CUSTBAL "
                       WS-CUST-BALANCE-STATUS
                       " - NO OVERDRAFT CHARGES"
           END-IF.
           OPEN OUTPUT GENERATED-TRANS-FILE.
           OPEN OUTPUT SERVICE-CHARGE-RPT-FILE.
           MOVE WS-RUN-DATE-NUM TO SH-RUN-DATE.
           MOVE WS-CHARGE-MONTH-NUM TO SH-CHARGE-MONTH.
           MOVE WS-SVC-HEADING TO SERVICE-CHARGE-RPT-LINE.
           WRITE SERVICE-CHARGE-RPT-LINE.

       READ-ACCOUNT-MASTER.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-ACCOUNTS-READ
           END-READ.

       PRICE-ONE-ACCOUNT.
           IF NOT AM-STATUS-ACTIVE
               ADD 1 TO WS-COUNT-NOT-ACTIVE
           ELSE
               PERFORM LOOKUP-ACCOUNT-CUSTOMER
               IF NOT CUSTOMER-CHARGEABLE
                   ADD 1 TO WS-COUNT-NO-CUSTOMER
                   DISPLAY "SVC CHARGE: CUSTOMER " AM-CUSTOMER-ID
                           " MISSING OR CLOSED - ACCOUNT "
                           AM-ACCOUNT-NUMBER " NOT CHARGED"
               ELSE
                   IF AM-CURRENCY-CODE = SPACES
                       MOVE WS-BASE-CURRENCY TO WS-CHARGE-CURRENCY
                   ELSE
                       MOVE AM-CURRENCY-CODE TO WS-CHARGE-CURRENCY
                   END-IF
                   PERFORM LOOKUP-CUSTOMER-WAIVER
                   PERFORM PRICE-MAINTENANCE-CHARGE
                   PERFORM PRICE-OVERDRAFT-CHARGE
               END-IF
           END-IF.
           PERFORM READ-ACCOUNT-MASTER.

       LOOKUP-ACCOUNT-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-SW.
           IF CUSTOMER-MASTER-AVAILABLE
               MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-STATUS-ACTIVE
                           SET CUSTOMER-CHARGEABLE TO TRUE
                       END-IF
               END-READ
           END-IF.

       LOOKUP-CUSTOMER-WAIVER.
      *    Space when the customer has no waiver in force.
           MOVE SPACE TO WS-WAIVER-SCOPE.
           MOVE AM-CUSTOMER-ID TO SC-CUSTOMER-ID.
           PERFORM FIND-CUSTOMER-WAIVER.
           IF WS-WAIVER-FOUND-IDX > ZERO
               MOVE WS-WV-SCOPE (WS-WAIVER-FOUND-IDX) TO
                   WS-WAIVER-SCOPE
           END-IF.

       PRICE-MAINTENANCE-CHARGE.
           MOVE 'M' TO WS-CHARGE-KIND.
           MOVE 'M' TO WS-LOOKUP-TYPE.
           MOVE CM-CUSTOMER-TIER TO WS-LOOKUP-TIER.
           MOVE WS-CHARGE-CURRENCY TO WS-LOOKUP-CURRENCY.
           PERFORM FIND-LOOKUP-CHARGE.
           IF WS-CHARGE-FOUND-IDX = ZERO
               ADD 1 TO WS-COUNT-UNPRICED
           ELSE
           IF WS-CHG-AMOUNT (WS-CHARGE-FOUND-IDX) = ZERO
               ADD 1 TO WS-COUNT-UNPRICED
           ELSE
               MOVE WS-CHG-AMOUNT (WS-CHARGE-FOUND-IDX) TO
                   WS-CHARGE-AMOUNT
               IF WS-WAIVER-SCOPE = 'A' OR WS-WAIVER-SCOPE = 'M'
                   ADD 1 TO WS-COUNT-MAINT-WAIVED
                   PERFORM REPORT-WAIVED-CHARGE
               ELSE
                   ADD 1 TO WS-COUNT-MAINT-CHARGED
                   PERFORM WRITE-CHARGE-PAYMENT
               END-IF
           END-IF
           END-IF.

       PRICE-OVERDRAFT-CHARGE.
           PERFORM LOOKUP-ACCOUNT-BALANCE.
           IF ACCOUNT-OVERDRAWN
               ADD 1 TO WS-COUNT-OVERDRAWN
               MOVE 'O' TO WS-CHARGE-KIND
               MOVE 'O' TO WS-LOOKUP-TYPE
               MOVE SPACE TO WS-LOOKUP-TIER
               MOVE WS-CHARGE-CURRENCY TO WS-LOOKUP-CURRENCY
               PERFORM FIND-LOOKUP-CHARGE
               IF WS-CHARGE-FOUND-IDX = ZERO
                   ADD 1 TO WS-COUNT-UNPRICED
               ELSE
               IF WS-CHG-AMOUNT (WS-CHARGE-FOUND-IDX) = ZERO
                   ADD 1 TO WS-COUNT-UNPRICED
               ELSE
                   MOVE WS-CHG-AMOUNT (WS-CHARGE-FOUND-IDX) TO
                       WS-CHARGE-AMOUNT
                   IF WS-WAIVER-SCOPE = 'A' OR WS-WAIVER-SCOPE = 'O'
                       ADD 1 TO WS-COUNT-OD-WAIVED
                       PERFORM REPORT-WAIVED-CHARGE
                   ELSE
                       ADD 1 TO WS-COUNT-OD-CHARGED
                       PERFORM WRITE-CHARGE-PAYMENT
                   END-IF
               END-IF
               END-IF
           END-IF.

       LOOKUP-ACCOUNT-BALANCE.
      *    Overdrawn at month end - below zero, or still on an
      *    overdraft excursion. An account with no balance record
      *    is not funds-tracked and never overdrawn.
           MOVE 'N' TO WS-OVERDRAWN-SW.
           IF CUST-BALANCE-AVAILABLE
               MOVE AM-ACCOUNT-KEY TO CB-BALANCE-KEY
               READ CUST-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CB-AVAILABLE-AMOUNT < ZERO
                          OR CB-OVERDRAWN-SINCE-DATE NOT = ZERO
                           SET ACCOUNT-OVERDRAWN TO TRUE
                       END-IF
               END-READ
           END-IF.

       WRITE-CHARGE-PAYMENT.
           MOVE AM-CUSTOMER-ID TO PT-CUSTOMER-ID.
           MOVE AM-ACCOUNT-NUMBER TO PT-ACCOUNT-NUMBER.
           MOVE WS-CHARGE-AMOUNT TO PT-PAYMENT-AMOUNT.
           MOVE WS-CHARGE-CURRENCY TO PT-CURRENCY-CODE.
           SET PT-TYPE-ORIGINAL TO TRUE.
           MOVE ZERO TO PT-ORIGINAL-TRANS-ID.
           MOVE ZERO TO PT-VALUE-DATE.
      *    The house is the payee - no merchant is named. The
      *    SVCCHG channel, not the method, keeps the charge out of
      *    the bank instructions and settlement.
           MOVE ZERO TO PT-MERCHANT-ID.
           SET PT-METHOD-ACH TO TRUE.
           MOVE SPACES TO PT-RETURN-REASON.
      *    Referenced by kind, account and the month covered, so
      *    inquiry and the statement can name the exact charge.
           MOVE "SVCCHG" TO PT-CHANNEL-ID.
           MOVE SPACES TO PT-CHANNEL-REF.
           STRING WS-CHARGE-KIND AM-ACCOUNT-NUMBER
               WS-CHARGE-MONTH-NUM
               DELIMITED BY SIZE INTO PT-CHANNEL-REF.
           MOVE 'P' TO PT-FEE-BEARER.
           WRITE PAYMENT-TRANS-RECORD.
           IF NOT GENERATED-TRANS-OK
               DISPLAY "SVC CHARGE: ERROR WRITING SVCGEN "
                       WS-GENERATED-TRANS-STATUS
           ELSE
               ADD 1 TO WS-COUNT-GENERATED
           END-IF.

       REPORT-WAIVED-CHARGE.
           MOVE AM-CUSTOMER-ID TO SD-CUSTOMER-ID.
           MOVE AM-ACCOUNT-NUMBER TO SD-ACCOUNT-NUMBER.
           MOVE AM-ACCOUNT-NAME TO SD-ACCOUNT-NAME.
           IF CHARGE-IS-MAINTENANCE
               MOVE "MAINTENANCE" TO SD-CHARGE-NAME
           ELSE
               MOVE "OVERDRAFT" TO SD-CHARGE-NAME
           END-IF.
           MOVE WS-CHARGE-CURRENCY TO SD-CURRENCY-CODE.
           MOVE WS-CHARGE-AMOUNT TO SD-CHARGE-AMOUNT.
           MOVE WS-SVC-WAIVED-DETAIL TO SERVICE-CHARGE-RPT-LINE.
           WRITE SERVICE-CHARGE-RPT-LINE.

       WRITE-SERVICE-CHARGE-TOTALS.
           MOVE "MAINTENANCE" TO ST-CHARGE-NAME.
           MOVE WS-COUNT-MAINT-CHARGED TO ST-COUNT-CHARGED.
           MOVE WS-COUNT-MAINT-WAIVED TO ST-COUNT-WAIVED.
           MOVE WS-SVC-TOTAL-LINE TO SERVICE-CHARGE-RPT-LINE.
           WRITE SERVICE-CHARGE-RPT-LINE.
           MOVE "OVERDRAFT" TO ST-CHARGE-NAME.
           MOVE WS-COUNT-OD-CHARGED TO ST-COUNT-CHARGED.
           MOVE WS-COUNT-OD-WAIVED TO ST-COUNT-WAIVED.
           MOVE WS-SVC-TOTAL-LINE TO SERVICE-CHARGE-RPT-LINE.
           WRITE SERVICE-CHARGE-RPT-LINE.

       CLOSE-GENERATION-FILES.
           CLOSE ACCOUNT-MASTER-FILE.
           IF CUSTOMER-MASTER-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF CUST-BALANCE-AVAILABLE
               CLOSE CUST-BALANCE-FILE
           END-IF.
           CLOSE GENERATED-TRANS-FILE.
           CLOSE SERVICE-CHARGE-RPT-FILE.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "SVC CHARGE: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "SVC CHARGE: RUN CONTROL UNAVAILABLE"
                       " - STEP NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       STAMP-STEP-CONTROL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 'S' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           MOVE WS-STEP-RC TO RETURN-CODE.

       CALL-STEP-CONTROL.
           CALL 'STEP-CONTROL' USING WS-STEP-FUNCTION
                                     WS-STEP-NAME
                                     WS-STEP-COUNTS
                                     WS-STEP-RC
                                     WS-STEP-RESULT.
