           05  TL-MERCHANT-ID          PIC 9(8).
           05  TL-PAYMENT-METHOD       PIC X.
           05  TL-RETURN-REASON        PIC X(3).
      *        RCL on both legs of a same-day recall: the original
      *        PAYRECALL marked at the terminal, and the reversal
      *        posted against it that night. The pair nets to
      *        nothing and never went to the bank, so BANK-INSTRUCT,
      *        SETTLEMENT and MERCHANT-REMIT leave both out; the
      *        balance file and the GL carry both and net them.
               88  TL-RECALLED         VALUE "RCL".
      *    Shared id linking the credit legs of one bulk submission
      *    (the transaction id of the bulk's first posted leg);
      *    zero on everything else. A failed or returned leg can be
      *    carried from the input record so a channel inquiry can be
      *    answered from the log.
           05  TL-CHANNEL-ID           PIC X(8).
      *        SVCCHG on a month-end account service charge and on
      *        any reversal waiving one. The charge is the house's
      *        own revenue, taken from the customer's balance - no
      *        merchant is paid and nothing goes to the bank, so
      *        BANK-INSTRUCT, SETTLEMENT and SETTLE-RECON leave it
      *        out and the GL earns it as SERVICE CHARGE REVENUE.
               88  TL-SERVICE-CHARGE   VALUE "SVCCHG".
           05  TL-CHANNEL-REF          PIC X(16).
      *    Who bore the processing fee: P the payer on top of the
      *    base amount, M the merchant out of the remittance -
      *    MERCHANT-REMIT nets absorbed fees out of the payout.
           05  TL-FEE-BEARER           PIC X.
      *    Negotiated pricing agreement (PRICAGR) that priced the
      *    fee; spaces when the FEESCHED band applied as published.
      *    A reversal carries its original's agreement.
           05  TL-AGREEMENT-ID         PIC X(6).
      *    What the debited account actually paid, in the account's
      *    own currency: the total amount converted at the all-in
      *    rate (the day's cross rate plus the FX margin) when the
      *    account is held in another currency, else the total
      *    amount itself at a rate of one. The margin amount is the
      *    part of the debit earned over the mid rate. A reversal
      *    gives back its share of the original's debit at the
      *    original's rate. Spaces in the debit currency mark a
      *    record written before the debit was carried - its total
      *    amount is what the account was debited.
           05  TL-DEBIT-CURRENCY       PIC X(3).
           05  TL-DEBIT-AMOUNT         PIC S9(9)V99.
           05  TL-DEBIT-FX-RATE        PIC 9(3)V9(6).
           05  TL-FX-MARGIN-AMOUNT     PIC S9(9)V99.
      *    VAT or sales tax charged on the processing fee at the
      *    TAXPARM rate in force for the fee's currency, borne by
      *    whoever bore the fee - on top of the payer's debit, or
      *    netted out of the merchant's remittance. A reversal gives
      *    back its pro rata share, negative like its fee. Spaces
      *    mark a record written before the tax was carried; readers
      *    take it as no tax.
           05  TL-FEE-TAX-AMOUNT       PIC S9(5)V99.
           05  TL-VERSION              PIC X(10).
