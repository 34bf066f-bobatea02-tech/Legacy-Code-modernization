      * as a fifth target, so the time after which a payment values
      * the next business day is a staged, effective-dated change
      * like everything else.
      * Accepts the VALPARM 'R' record carrying the base-currency
      * large-value reporting threshold - one record, keyed like the
      * customer range, effective-dated like the rest.
      * Accepts the VALPARM 'K' record carrying the grace period, in
      * days, allowed past a customer's KYC next-review date before
      * VALIDATION holds the customer's payments.
      * Accepts the VALPARM 'P' record carrying SCREENING's first-
      * payee hold amount and the number of days after an account
      * maintenance change within which a first payment is held.
      * Maintains the negotiated pricing agreement file (PRICAGR) as
      * a sixth target - one agreement per id with a customer or a
      * merchant, an override rate or a discount off the FEESCHED
      * band, and an optional per-item fee cap - versioned and
      * audited like the rest. A version of pricing type 'X'
      * withdraws the agreement from its effective date.
      * The audit log layout is shared through the PARM-AUDIT-REC
      * copybook so AUDIT-REPORT can list it with the other trails.
      * Maintains the fee tax rate file (TAXPARM) as a seventh
      * target - one rate per currency charged as VAT or sales tax
      * on the processing fee - versioned and audited like the
      * rest. A version with a zero rate stops the tax from its
      * effective date.
      * Maintains the account service charge schedule (SVCPARM) as
      * an eighth target - the monthly maintenance charge per tier
      * and currency, the overdraft usage charge per currency and
      * the customers whose charges are waived - versioned and
      * audited like the rest, keyed on record type, tier, currency
      * and customer.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT CUTOFF-PARM-OUT-FILE ASSIGN TO "CUTPARMN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUT-OUT-STATUS.
           SELECT PRICING-AGREEMENT-FILE ASSIGN TO "PRICAGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICING-AGR-STATUS.
           SELECT PRICING-AGREEMENT-OUT-FILE ASSIGN TO "PRICAGRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICING-OUT-STATUS.
           SELECT FEE-TAX-PARM-FILE ASSIGN TO "TAXPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-PARM-STATUS.
           SELECT FEE-TAX-PARM-OUT-FILE ASSIGN TO "TAXPARMN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-OUT-STATUS.
           SELECT SERVICE-CHARGE-PARM-FILE ASSIGN TO "SVCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVC-PARM-STATUS.
           SELECT SERVICE-CHARGE-OUT-FILE ASSIGN TO "SVCPARMN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVC-OUT-STATUS.
           SELECT PARM-AUDIT-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-AUDIT-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  CUTOFF-PARM-OUT-RECORD      PIC X(13).

       FD  PRICING-AGREEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRICING-AGREEMENT-REC.

       FD  PRICING-AGREEMENT-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRICING-AGREEMENT-OUT-RECORD PIC X(39).

       FD  FEE-TAX-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEE-TAX-PARM-REC.

       FD  FEE-TAX-PARM-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEE-TAX-PARM-OUT-RECORD     PIC X(16).

       FD  SERVICE-CHARGE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SERVICE-CHARGE-PARM-REC.

       FD  SERVICE-CHARGE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SERVICE-CHARGE-OUT-RECORD   PIC X(29).

       FD  PARM-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARM-AUDIT-REC.

       FD  PARM-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
           88 CUT-PARM-FILE-OK        VALUE "00".
           88 CUT-PARM-EOF            VALUE "10".
       01  WS-CUT-OUT-STATUS       PIC XX VALUE "00".
       01  WS-PRICING-AGR-STATUS   PIC XX VALUE "00".
           88 PRICING-AGR-FILE-OK     VALUE "00".
           88 PRICING-AGR-EOF         VALUE "10".
       01  WS-PRICING-OUT-STATUS   PIC XX VALUE "00".
       01  WS-TAX-PARM-STATUS      PIC XX VALUE "00".
           88 TAX-PARM-FILE-OK        VALUE "00".
           88 TAX-PARM-EOF            VALUE "10".
       01  WS-TAX-OUT-STATUS       PIC XX VALUE "00".
       01  WS-SVC-PARM-STATUS      PIC XX VALUE "00".
           88 SVC-PARM-FILE-OK        VALUE "00".
           88 SVC-PARM-EOF            VALUE "10".
       01  WS-SVC-OUT-STATUS       PIC XX VALUE "00".
       01  WS-PARM-AUDIT-STATUS    PIC XX VALUE "00".
           88 PARM-AUDIT-OK        VALUE "00".
           88 PARM-AUDIT-NOT-FOUND VALUE "35".
           PERFORM REBUILD-VELPARM.
           PERFORM REBUILD-DUPPARM.
           PERFORM REBUILD-CUTPARM.
           PERFORM REBUILD-PRICAGR.
           PERFORM REBUILD-TAXPARM.
           PERFORM REBUILD-SVCPARM.

           PERFORM CLOSE-MAINT-OUTPUT-FILES.

                       PERFORM EDIT-DUPPARM-TXN
                   WHEN PX-TARGET-CUTPARM
                       PERFORM EDIT-CUTPARM-TXN
                   WHEN PX-TARGET-PRICAGR
                       PERFORM EDIT-PRICAGR-TXN
                   WHEN PX-TARGET-TAXPARM
                       PERFORM EDIT-TAXPARM-TXN
                   WHEN PX-TARGET-SVCPARM
                       PERFORM EDIT-SVCPARM-TXN
                   WHEN OTHER
                       MOVE "P003" TO CW-ERROR-CODE
                       MOVE "UNKNOWN TARGET FILE" TO CW-ERROR-MESSAGE
                       MOVE 'N' TO WS-TXN-VALID-SW
                   END-IF
               END-IF
           ELSE
           IF PX-VAL-RECORD-TYPE = 'R'
               IF PX-VAL-RPT-THRESH NOT NUMERIC
                   MOVE "P023" TO CW-ERROR-CODE
                   MOVE "REPORTING THRESHOLD NOT NUMERIC" TO
                       CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-TXN-VALID-SW
               ELSE
                   IF PX-VAL-RPT-THRESH = ZERO
                       MOVE "P024" TO CW-ERROR-CODE
                       MOVE "REPORTING THRESHOLD MUST BE NONZERO" TO
                           CW-ERROR-MESSAGE
                       MOVE 'N' TO WS-TXN-VALID-SW
                   END-IF
               END-IF
           ELSE
           IF PX-VAL-RECORD-TYPE = 'K'
               IF PX-VAL-KYC-GRACE NOT NUMERIC
                   MOVE "P025" TO CW-ERROR-CODE
                   MOVE "KYC GRACE DAYS NOT NUMERIC" TO
                       CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-TXN-VALID-SW
               END-IF
           ELSE
           IF PX-VAL-RECORD-TYPE = 'P'
               IF PX-VAL-PAYEE-AMOUNT NOT NUMERIC
                  OR PX-VAL-PAYEE-DAYS NOT NUMERIC
                   MOVE "P033" TO CW-ERROR-CODE
                   MOVE "FIRST PAYEE PARAMETERS NOT NUMERIC" TO
                       CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-TXN-VALID-SW
               END-IF
           ELSE
               IF PX-VAL-RECORD-TYPE = 'X'
                   IF PX-VAL-CURR-MIN NOT NUMERIC
                   MOVE 'N' TO WS-TXN-VALID-SW
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *    The decimals byte on a currency record must be a real
      *    minor-unit count; space keeps the 2-decimal default.
               END-IF
           END-IF.

       EDIT-PRICAGR-TXN.
           IF PX-PRC-AGREEMENT-ID = SPACES
               MOVE "P026" TO CW-ERROR-CODE
               MOVE "AGREEMENT ID MISSING" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
           IF PX-PRC-PARTY-TYPE NOT = 'C'
              AND PX-PRC-PARTY-TYPE NOT = 'M'
               MOVE "P027" TO CW-ERROR-CODE
               MOVE "AGREEMENT PARTY MUST BE C OR M" TO
                   CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
           IF PX-PRC-PARTY-ID NOT NUMERIC OR PX-PRC-PARTY-ID = ZERO
               MOVE "P028" TO CW-ERROR-CODE
               MOVE "AGREEMENT PARTY ID NOT NUMERIC" TO
                   CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
           IF PX-PRC-METHOD NOT = 'A' AND PX-PRC-METHOD NOT = 'C'
              AND PX-PRC-METHOD NOT = 'W' AND PX-PRC-METHOD NOT = '*'
               MOVE "P029" TO CW-ERROR-CODE
               MOVE "AGREEMENT METHOD MUST BE A C W OR *" TO
                   CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
           IF PX-PRC-PRICING-TYPE NOT = 'O'
              AND PX-PRC-PRICING-TYPE NOT = 'D'
              AND PX-PRC-PRICING-TYPE NOT = 'X'
               MOVE "P030" TO CW-ERROR-CODE
               MOVE "PRICING TYPE MUST BE O D OR X" TO
                   CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
           IF PX-PRC-RATE NOT NUMERIC OR PX-PRC-FEE-CAP NOT NUMERIC
               MOVE "P031" TO CW-ERROR-CODE
               MOVE "AGREEMENT RATE OR CAP NOT NUMERIC" TO
                   CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
      *        An override may price an item free; a discount must
      *        take something off and cannot take off more than all.
               IF (PX-PRC-PRICING-TYPE = 'O' AND PX-PRC-RATE >= 1)
                  OR (PX-PRC-PRICING-TYPE = 'D'
                      AND (PX-PRC-RATE = ZERO OR PX-PRC-RATE > 1))
                   MOVE "P032" TO CW-ERROR-CODE
                   MOVE "AGREEMENT RATE OUT OF RANGE" TO
                       CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-TXN-VALID-SW
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       EDIT-TAXPARM-TXN.
           IF PX-TAX-CURRENCY = SPACES
               MOVE "P034" TO CW-ERROR-CODE
               MOVE "TAX CURRENCY MISSING" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
           IF PX-TAX-RATE NOT NUMERIC
               MOVE "P035" TO CW-ERROR-CODE
               MOVE "TAX RATE NOT NUMERIC" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
      *        Zero is allowed - it stops the tax on the currency's
      *        fees from the effective date.
               IF PX-TAX-RATE >= 1
                   MOVE "P036" TO CW-ERROR-CODE
                   MOVE "TAX RATE OUT OF RANGE" TO CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-TXN-VALID-SW
               END-IF
           END-IF
           END-IF.

       EDIT-SVCPARM-TXN.
           IF PX-SVC-RECORD-TYPE = 'W'
               PERFORM EDIT-SVCPARM-WAIVER
           ELSE
           IF PX-SVC-RECORD-TYPE = 'M' OR PX-SVC-RECORD-TYPE = 'O'
               PERFORM EDIT-SVCPARM-CHARGE
           ELSE
               MOVE "P037" TO CW-ERROR-CODE
               MOVE "SERVICE CHARGE RECORD TYPE INVALID" TO
                   CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           END-IF
           END-IF.

       EDIT-SVCPARM-CHARGE.
      *    The maintenance charge is priced per tier; the overdraft
      *    charge is the same for every tier.
           IF (PX-SVC-RECORD-TYPE = 'M'
               AND PX-SVC-TIER NOT = 'S' AND PX-SVC-TIER NOT = 'V')
              OR (PX-SVC-RECORD-TYPE = 'O' AND PX-SVC-TIER NOT = SPACE)
               MOVE "P038" TO CW-ERROR-CODE
               MOVE "SERVICE CHARGE TIER INVALID" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
           IF PX-SVC-CURRENCY = SPACES
               MOVE "P039" TO CW-ERROR-CODE
               MOVE "SERVICE CHARGE CURRENCY MISSING" TO
                   CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
      *        Zero is allowed - it stops the charge from the
      *        effective date.
           IF PX-SVC-AMOUNT NOT NUMERIC
               MOVE "P040" TO CW-ERROR-CODE
               MOVE "SERVICE CHARGE AMOUNT NOT NUMERIC" TO
                   CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
               IF PX-SVC-CUSTOMER-ID NOT NUMERIC
                  OR PX-SVC-CUSTOMER-ID NOT = ZERO
                  OR PX-SVC-WAIVER-SCOPE NOT = SPACE
                   MOVE "P041" TO CW-ERROR-CODE
                   MOVE "CHARGE CARRIES WAIVER FIELDS" TO
                       CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-TXN-VALID-SW
               END-IF
           END-IF
           END-IF
           END-IF.

       EDIT-SVCPARM-WAIVER.
           IF PX-SVC-CUSTOMER-ID NOT NUMERIC
              OR PX-SVC-CUSTOMER-ID = ZERO
               MOVE "P042" TO CW-ERROR-CODE
               MOVE "WAIVER CUSTOMER ID MISSING" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
           IF PX-SVC-WAIVER-SCOPE NOT = 'A'
              AND PX-SVC-WAIVER-SCOPE NOT = 'M'
              AND PX-SVC-WAIVER-SCOPE NOT = 'O'
              AND PX-SVC-WAIVER-SCOPE NOT = 'X'
               MOVE "P043" TO CW-ERROR-CODE
               MOVE "WAIVER SCOPE INVALID" TO CW-ERROR-MESSAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           ELSE
               IF PX-SVC-TIER NOT = SPACE
                  OR PX-SVC-CURRENCY NOT = SPACES
                   MOVE "P044" TO CW-ERROR-CODE
                   MOVE "WAIVER CARRIES TIER OR CURRENCY" TO
                       CW-ERROR-MESSAGE
                   MOVE 'N' TO WS-TXN-VALID-SW
               END-IF
           END-IF
           END-IF.

       REBUILD-VALPARM.
           OPEN INPUT PARAMETER-FILE.
           OPEN OUTPUT PARAMETER-OUT-FILE.
                  WS-TX-OLD-EFF-DATE (WS-TXN-IDX)
               MOVE WS-TX-DATA (WS-TXN-IDX) TO WS-OLD-IMAGE
               IF WS-OLD-IMAGE (1:1) = PM-RECORD-TYPE
                  AND (PM-TYPE-CUST-RANGE OR PM-TYPE-REPORTING
                       OR PM-TYPE-KYC-GRACE OR PM-TYPE-FIRST-PAYEE
                       OR WS-OLD-IMAGE (2:3) = PM-CURR-CODE)
                   MOVE PARM-RECORD (1:22) TO
                       WS-TX-OLD-VALUE (WS-TXN-IDX)
               PERFORM WRITE-PARM-AUDIT
           END-IF.

       REBUILD-PRICAGR.
           OPEN INPUT PRICING-AGREEMENT-FILE.
           OPEN OUTPUT PRICING-AGREEMENT-OUT-FILE.
           IF PRICING-AGR-FILE-OK
               PERFORM COPY-PRICAGR-RECORD
                   UNTIL PRICING-AGR-EOF
               CLOSE PRICING-AGREEMENT-FILE
           ELSE
               DISPLAY "PARM MAINT: PRICAGR NOT AVAILABLE - "
                       "NEW FILE CARRIES ONLY THE CHANGES"
           END-IF.
           PERFORM APPEND-PRC-VERSIONS VARYING WS-TXN-IDX
               FROM 1 BY 1 UNTIL WS-TXN-IDX > WS-TXN-TABLE-COUNT.
           CLOSE PRICING-AGREEMENT-OUT-FILE.

       COPY-PRICAGR-RECORD.
           READ PRICING-AGREEMENT-FILE
               AT END
                   SET PRICING-AGR-EOF TO TRUE
               NOT AT END
                   PERFORM NOTE-PRICAGR-OLD-VALUE
                   MOVE PRICING-AGREEMENT-RECORD TO
                       PRICING-AGREEMENT-OUT-RECORD
                   WRITE PRICING-AGREEMENT-OUT-RECORD
           END-READ.

       NOTE-PRICAGR-OLD-VALUE.
           PERFORM CHECK-PRICAGR-OLD VARYING WS-TXN-IDX
               FROM 1 BY 1 UNTIL WS-TXN-IDX > WS-TXN-TABLE-COUNT.

       CHECK-PRICAGR-OLD.
           IF WS-TX-TARGET (WS-TXN-IDX) = 'P'
              AND PG-EFFECTIVE-DATE <= WS-CURRENT-DATE-NUM
              AND PG-EFFECTIVE-DATE >=
                  WS-TX-OLD-EFF-DATE (WS-TXN-IDX)
              AND WS-TX-DATA (WS-TXN-IDX) (1:6) = PG-AGREEMENT-ID
               MOVE PRICING-AGREEMENT-RECORD (1:31) TO
                   WS-TX-OLD-VALUE (WS-TXN-IDX)
               MOVE PG-EFFECTIVE-DATE TO
                   WS-TX-OLD-EFF-DATE (WS-TXN-IDX)
           END-IF.

       APPEND-PRC-VERSIONS.
           IF WS-TX-TARGET (WS-TXN-IDX) = 'P'
               MOVE SPACES TO PRICING-AGREEMENT-RECORD
               MOVE WS-TX-DATA (WS-TXN-IDX) TO
                   PRICING-AGREEMENT-RECORD (1:31)
               MOVE WS-TX-EFF-DATE (WS-TXN-IDX) TO PG-EFFECTIVE-DATE
               MOVE PRICING-AGREEMENT-RECORD TO
                   PRICING-AGREEMENT-OUT-RECORD
               WRITE PRICING-AGREEMENT-OUT-RECORD
               PERFORM WRITE-PARM-AUDIT
           END-IF.

       REBUILD-TAXPARM.
           OPEN INPUT FEE-TAX-PARM-FILE.
           OPEN OUTPUT FEE-TAX-PARM-OUT-FILE.
           IF TAX-PARM-FILE-OK
               PERFORM COPY-TAXPARM-RECORD
                   UNTIL TAX-PARM-EOF
               CLOSE FEE-TAX-PARM-FILE
           ELSE
               DISPLAY "PARM MAINT: TAXPARM NOT AVAILABLE - "
                       "NEW FILE CARRIES ONLY THE CHANGES"
           END-IF.
           PERFORM APPEND-TAX-VERSIONS VARYING WS-TXN-IDX
               FROM 1 BY 1 UNTIL WS-TXN-IDX > WS-TXN-TABLE-COUNT.
           CLOSE FEE-TAX-PARM-OUT-FILE.

       COPY-TAXPARM-RECORD.
           READ FEE-TAX-PARM-FILE
               AT END
                   SET TAX-PARM-EOF TO TRUE
               NOT AT END
                   PERFORM NOTE-TAXPARM-OLD-VALUE
                   MOVE FEE-TAX-PARM-RECORD TO FEE-TAX-PARM-OUT-RECORD
                   WRITE FEE-TAX-PARM-OUT-RECORD
           END-READ.

       NOTE-TAXPARM-OLD-VALUE.
           PERFORM CHECK-TAXPARM-OLD VARYING WS-TXN-IDX
               FROM 1 BY 1 UNTIL WS-TXN-IDX > WS-TXN-TABLE-COUNT.

       CHECK-TAXPARM-OLD.
           IF WS-TX-TARGET (WS-TXN-IDX) = 'X'
              AND FT-EFFECTIVE-DATE <= WS-CURRENT-DATE-NUM
              AND FT-EFFECTIVE-DATE >=
                  WS-TX-OLD-EFF-DATE (WS-TXN-IDX)
              AND WS-TX-DATA (WS-TXN-IDX) (1:3) = FT-CURRENCY-CODE
               MOVE FEE-TAX-PARM-RECORD (1:8) TO
                   WS-TX-OLD-VALUE (WS-TXN-IDX)
               MOVE FT-EFFECTIVE-DATE TO
                   WS-TX-OLD-EFF-DATE (WS-TXN-IDX)
           END-IF.

       APPEND-TAX-VERSIONS.
           IF WS-TX-TARGET (WS-TXN-IDX) = 'X'
               MOVE SPACES TO FEE-TAX-PARM-RECORD
               MOVE WS-TX-DATA (WS-TXN-IDX) TO
                   FEE-TAX-PARM-RECORD (1:8)
               MOVE WS-TX-EFF-DATE (WS-TXN-IDX) TO FT-EFFECTIVE-DATE
               MOVE FEE-TAX-PARM-RECORD TO FEE-TAX-PARM-OUT-RECORD
               WRITE FEE-TAX-PARM-OUT-RECORD
               PERFORM WRITE-PARM-AUDIT
           END-IF.

       REBUILD-SVCPARM.
           OPEN INPUT SERVICE-CHARGE-PARM-FILE.
           OPEN OUTPUT SERVICE-CHARGE-OUT-FILE.
           IF SVC-PARM-FILE-OK
               PERFORM COPY-SVCPARM-RECORD
                   UNTIL SVC-PARM-EOF
               CLOSE SERVICE-CHARGE-PARM-FILE
           ELSE
               DISPLAY "PARM MAINT: SVCPARM NOT AVAILABLE - "
                       "NEW FILE CARRIES ONLY THE CHANGES"
           END-IF.
           PERFORM APPEND-SVC-VERSIONS VARYING WS-TXN-IDX
               FROM 1 BY 1 UNTIL WS-TXN-IDX > WS-TXN-TABLE-COUNT.
           CLOSE SERVICE-CHARGE-OUT-FILE.

       COPY-SVCPARM-RECORD.
           READ SERVICE-CHARGE-PARM-FILE
               AT END
                   SET SVC-PARM-EOF TO TRUE
               NOT AT END
                   PERFORM NOTE-SVCPARM-OLD-VALUE
                   MOVE SERVICE-CHARGE-PARM-RECORD TO
                       SERVICE-CHARGE-OUT-RECORD
                   WRITE SERVICE-CHARGE-OUT-RECORD
           END-READ.

       NOTE-SVCPARM-OLD-VALUE.
           PERFORM CHECK-SVCPARM-OLD VARYING WS-TXN-IDX
               FROM 1 BY 1 UNTIL WS-TXN-IDX > WS-TXN-TABLE-COUNT.

       CHECK-SVCPARM-OLD.
           IF WS-TX-TARGET (WS-TXN-IDX) = 'S'
              AND SC-EFFECTIVE-DATE <= WS-CURRENT-DATE-NUM
              AND SC-EFFECTIVE-DATE >=
                  WS-TX-OLD-EFF-DATE (WS-TXN-IDX)
              AND WS-TX-DATA (WS-TXN-IDX) (1:13) = SC-PARM-KEY
               MOVE SERVICE-CHARGE-PARM-RECORD (1:21) TO
                   WS-TX-OLD-VALUE (WS-TXN-IDX)
               MOVE SC-EFFECTIVE-DATE TO
                   WS-TX-OLD-EFF-DATE (WS-TXN-IDX)
           END-IF.

       APPEND-SVC-VERSIONS.
           IF WS-TX-TARGET (WS-TXN-IDX) = 'S'
               MOVE SPACES TO SERVICE-CHARGE-PARM-RECORD
               MOVE WS-TX-DATA (WS-TXN-IDX) TO
                   SERVICE-CHARGE-PARM-RECORD (1:21)
               MOVE WS-TX-EFF-DATE (WS-TXN-IDX) TO SC-EFFECTIVE-DATE
               MOVE SERVICE-CHARGE-PARM-RECORD TO
                   SERVICE-CHARGE-OUT-RECORD
               WRITE SERVICE-CHARGE-OUT-RECORD
               PERFORM WRITE-PARM-AUDIT
           END-IF.

       WRITE-PARM-AUDIT.
           ADD 1 TO WS-COUNT-TXNS-APPLIED.
           MOVE CW-CURRENT-DATE TO PA-AUDIT-DATE.
