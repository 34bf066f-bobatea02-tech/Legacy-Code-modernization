       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTFX.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Account-currency debit conversion - Shared subprogram
      * answering "what does this amount cost the account it is
      * debited to". Called by PAYMENT to price the debit it stamps
      * on the transaction log and by FUNDSCHECK to put a check,
      * earmark or posting on the balance file in the account's own
      * currency. When the account master names a currency other
      * than the payment's, the amount converts at the day's cross
      * rate (both currencies' FXRATES rates to the base currency)
      * plus the FXMPARM margin, and the debit is rounded to the
      * account currency's real minor units (CURRDEC). The margin
      * amount returned is the part of the debit over the mid rate
      * - the bank's FX revenue.
      * No conversion happens - the amount comes back as it stands
      * at a rate of one - when the account carries no currency,
      * the account is not on file or the master cannot be opened,
      * the currencies match, or the caller passes no currency.
      * A currency without a loaded rate is debited unconverted and
      * reported, so the day still posts, the way PAYMENT treats a
      * missing base-equivalent rate. Loads the rates and the
      * margin once on first call.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.
           SELECT FX-MARGIN-PARM-FILE ASSIGN TO "FXMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-MARGIN-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNT-MASTER-REC.

       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FX-RATE-REC.

       FD  FX-MARGIN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FX-MARGIN-PARM-REC.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-ACCOUNT-MASTER-STATUS PIC XX VALUE "00".
           88 ACCOUNT-MASTER-OK       VALUE "00".
       01  WS-FX-RATE-STATUS       PIC XX VALUE "00".
           88 FX-RATE-FILE-OK         VALUE "00".
           88 FX-RATE-FILE-EOF        VALUE "10".
       01  WS-FX-MARGIN-PARM-STATUS PIC XX VALUE "00".
           88 FX-MARGIN-PARM-OK       VALUE "00".
       01  WS-FILES-OPEN-SW        PIC X VALUE 'N'.
           88 FILES-OPENED         VALUE 'Y'.
       01  WS-MASTER-OPEN-SW       PIC X VALUE 'N'.
           88 ACCOUNT-MASTER-OPEN  VALUE 'Y'.
       01  WS-FX-TABLE-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-FX-IDX               PIC 9(2) VALUE ZERO.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 10 TIMES.
               10  WS-FX-CURRENCY      PIC X(3).
               10  WS-FX-RATE          PIC 9(3)V9(6).
      *    The base currency always converts one-for-one.
       01  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
      *    Default FX margin, used when FXMPARM cannot be opened or
      *    carries no usable record.
       01  WS-FX-MARGIN-RATE       PIC 9V9999 VALUE 0.0050.
       01  WS-LOOKUP-CURRENCY      PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-RATE          PIC 9(3)V9(6) VALUE ZERO.
       01  WS-PAYMENT-RATE         PIC 9(3)V9(6) VALUE ZERO.
       01  WS-ACCOUNT-RATE         PIC 9(3)V9(6) VALUE ZERO.
       01  WS-MID-RATE             PIC 9(3)V9(6) VALUE ZERO.
       01  WS-ALL-IN-RATE          PIC 9(3)V9(6) VALUE ZERO.
       01  WS-CONVERT-RATE         PIC 9(3)V9(6) VALUE ZERO.
       01  WS-CONVERTED-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       01  WS-MID-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       01  WS-CONVERTED-WHOLE      PIC S9(9) VALUE ZERO.
       01  WS-CONVERTED-TENTHS     PIC S9(10) VALUE ZERO.
       01  WS-CURRENCY-DECIMALS    PIC 9 VALUE 2.
       01  WS-LOG-PROGRAM          PIC X(8) VALUE "ACCTFX".
       01  WS-LOG-LEVEL            PIC X VALUE 'I'.
       01  WS-LOG-MESSAGE          PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CUSTOMER-ID          PIC 9(8).
       01  LS-ACCOUNT-NUMBER       PIC 9(4).
      *    Currency the amount is in - spaces asks for no conversion.
       01  LS-CURRENCY-CODE        PIC X(3).
       01  LS-AMOUNT               PIC S9(9)V99.
       COPY DATE-TIME-STAMP-REC.
       01  LS-DEBIT-CURRENCY       PIC X(3).
       01  LS-DEBIT-AMOUNT         PIC S9(9)V99.
       01  LS-DEBIT-RATE           PIC 9(3)V9(6).
       01  LS-MARGIN-AMOUNT        PIC S9(9)V99.

       PROCEDURE DIVISION USING LS-CUSTOMER-ID
                                LS-ACCOUNT-NUMBER
                                LS-CURRENCY-CODE
                                LS-AMOUNT
                                LS-CURRENT-DATE
                                LS-DEBIT-CURRENCY
                                LS-DEBIT-AMOUNT
                                LS-DEBIT-RATE
                                LS-MARGIN-AMOUNT.
       ACCTFX-LOGIC.
           IF NOT FILES-OPENED
               PERFORM OPEN-ACCOUNT-MASTER
               PERFORM LOAD-FX-RATES
               PERFORM LOAD-FX-MARGIN-PARM
               SET FILES-OPENED TO TRUE
           END-IF.

      *    Until proven otherwise the account pays the amount as it
      *    stands.
           MOVE LS-CURRENCY-CODE TO LS-DEBIT-CURRENCY.
           MOVE LS-AMOUNT TO LS-DEBIT-AMOUNT.
           MOVE 1 TO LS-DEBIT-RATE.
           MOVE ZERO TO LS-MARGIN-AMOUNT.

           IF LS-CURRENCY-CODE NOT = SPACES
              AND ACCOUNT-MASTER-OPEN
               MOVE LS-CUSTOMER-ID TO AM-CUSTOMER-ID
               MOVE LS-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AM-CURRENCY-CODE NOT = SPACES
                          AND AM-CURRENCY-CODE NOT = LS-CURRENCY-CODE
                           PERFORM CONVERT-TO-ACCOUNT-CURRENCY
                       END-IF
               END-READ
           END-IF.

           GOBACK.

       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCOUNT-MASTER-OK
               SET ACCOUNT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "ACCTFX: UNABLE TO OPEN ACCTMAST "
                       WS-ACCOUNT-MASTER-STATUS
               DISPLAY "ACCTFX: ALL DEBITS UNCONVERTED"
           END-IF.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF FX-RATE-FILE-OK
               PERFORM READ-FX-RATE-RECORD
                   UNTIL FX-RATE-FILE-EOF
               CLOSE FX-RATE-FILE
           ELSE
               DISPLAY "ACCTFX: UNABLE TO OPEN FX-RATE-FILE "
                       WS-FX-RATE-STATUS
           END-IF.

       READ-FX-RATE-RECORD.
           READ FX-RATE-FILE
               AT END
                   SET FX-RATE-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-FX-TABLE-COUNT < 10
                       ADD 1 TO WS-FX-TABLE-COUNT
                       MOVE FX-CURRENCY-CODE TO
                           WS-FX-CURRENCY (WS-FX-TABLE-COUNT)
                       MOVE FX-RATE-TO-BASE TO
                           WS-FX-RATE (WS-FX-TABLE-COUNT)
                   ELSE
                       DISPLAY "ACCTFX: FX TABLE FULL - DISCARDING "
                               FX-CURRENCY-CODE
                   END-IF
           END-READ.

       LOAD-FX-MARGIN-PARM.
           OPEN INPUT FX-MARGIN-PARM-FILE.
           IF FX-MARGIN-PARM-OK
               READ FX-MARGIN-PARM-FILE
                   NOT AT END
                       IF FM-MARGIN-RATE NUMERIC
                           MOVE FM-MARGIN-RATE TO WS-FX-MARGIN-RATE
                       END-IF
               END-READ
               CLOSE FX-MARGIN-PARM-FILE
           ELSE
               DISPLAY "ACCTFX: FX MARGIN PARM NOT AVAILABLE - "
                       "USING DEFAULT MARGIN"
           END-IF.

       CONVERT-TO-ACCOUNT-CURRENCY.
           MOVE LS-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
           PERFORM FIND-RATE-TO-BASE.
           MOVE WS-LOOKUP-RATE TO WS-PAYMENT-RATE.
           MOVE AM-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
           PERFORM FIND-RATE-TO-BASE.
           MOVE WS-LOOKUP-RATE TO WS-ACCOUNT-RATE.
           IF WS-PAYMENT-RATE = ZERO OR WS-ACCOUNT-RATE = ZERO
               MOVE 'W' TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "NO FX RATE FOR " LS-CURRENCY-CODE "/"
                   AM-CURRENCY-CODE " - ACCOUNT " LS-CUSTOMER-ID
                   "/" LS-ACCOUNT-NUMBER " DEBITED UNCONVERTED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
           ELSE
      *        Payment currency to account currency through the
      *        base currency, then the margin on top of the mid.
               COMPUTE WS-MID-RATE ROUNDED =
                   WS-PAYMENT-RATE / WS-ACCOUNT-RATE
               COMPUTE WS-ALL-IN-RATE ROUNDED =
                   WS-MID-RATE * (1 + WS-FX-MARGIN-RATE)
               CALL 'CURRDEC' USING AM-CURRENCY-CODE
                                   LS-CURRENT-DATE
                                   WS-CURRENCY-DECIMALS
               MOVE WS-MID-RATE TO WS-CONVERT-RATE
               PERFORM ROUND-CONVERTED-AMOUNT
               MOVE WS-CONVERTED-AMOUNT TO WS-MID-AMOUNT
               MOVE WS-ALL-IN-RATE TO WS-CONVERT-RATE
               PERFORM ROUND-CONVERTED-AMOUNT
               MOVE AM-CURRENCY-CODE TO LS-DEBIT-CURRENCY
               MOVE WS-CONVERTED-AMOUNT TO LS-DEBIT-AMOUNT
               MOVE WS-ALL-IN-RATE TO LS-DEBIT-RATE
               COMPUTE LS-MARGIN-AMOUNT =
                   WS-CONVERTED-AMOUNT - WS-MID-AMOUNT
           END-IF.

       FIND-RATE-TO-BASE.
           MOVE ZERO TO WS-LOOKUP-RATE.
           IF WS-LOOKUP-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-LOOKUP-RATE
           ELSE
               PERFORM CHECK-FX-ENTRY VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-TABLE-COUNT
           END-IF.

       CHECK-FX-ENTRY.
           IF WS-LOOKUP-CURRENCY = WS-FX-CURRENCY (WS-FX-IDX)
               MOVE WS-FX-RATE (WS-FX-IDX) TO WS-LOOKUP-RATE
           END-IF.

       ROUND-CONVERTED-AMOUNT.
      *    Rounded to the account currency's real minor units - a
      *    yen debit has no sen to carry.
           EVALUATE WS-CURRENCY-DECIMALS
               WHEN 0
                   COMPUTE WS-CONVERTED-WHOLE ROUNDED =
                       LS-AMOUNT * WS-CONVERT-RATE
                   MOVE WS-CONVERTED-WHOLE TO WS-CONVERTED-AMOUNT
               WHEN 1
                   COMPUTE WS-CONVERTED-TENTHS ROUNDED =
                       LS-AMOUNT * WS-CONVERT-RATE * 10
                   COMPUTE WS-CONVERTED-AMOUNT =
                       WS-CONVERTED-TENTHS / 10
               WHEN OTHER
                   COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
                       LS-AMOUNT * WS-CONVERT-RATE
           END-EVALUATE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM
                               WS-LOG-LEVEL
                               WS-LOG-MESSAGE.
           MOVE SPACES TO WS-LOG-MESSAGE.
