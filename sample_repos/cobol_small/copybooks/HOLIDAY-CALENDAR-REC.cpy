      * calendar file, one record per non-processing holiday date,
      * read by DATE-ADVANCE when moving the business date to the
      * next processing day.
      * Each date may be tied to a currency and/or a payment method,
      * so one file carries the local processing calendar and the
      * settlement networks' own closures (TARGET2 for EUR, the Fed
      * for USD ACH). A record with both blank is a processing
      * holiday - the only kind DATE-ADVANCE skips; a record naming
      * a currency, a method or both closes only that network.
      * BUSINESS-DAY applies all of them when picking an item's
      * next business day.
      *****************************************************************
       01  HOLIDAY-CALENDAR-RECORD.
           05  HC-HOLIDAY-DATE         PIC 9(8).
      *    Spaces apply the holiday to every currency.
           05  HC-CURRENCY-CODE        PIC X(3).
      *    Space applies the holiday to every method; otherwise
      *    A ACH, C card, W wire, as on PT-PAYMENT-METHOD.
           05  HC-PAYMENT-METHOD       PIC X.
