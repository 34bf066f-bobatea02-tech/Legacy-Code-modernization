      *****************************************************************
      * FX-MARGIN-PARM-REC - Layout of the one-record sequential
      * parameter file read by ACCTFX at startup, carrying the
      * margin added to the day's FXRATES cross rate when a payment
      * is debited to an account held in another currency (0.0050
      * debits half a percent over the mid rate). The margin is the
      * bank's FX revenue and goes to its own GL line. If the file
      * is missing or empty, ACCTFX keeps its compiled-in default.
      *****************************************************************
       01  FX-MARGIN-PARM-RECORD.
           05  FM-MARGIN-RATE          PIC 9V9999.
           05  FILLER                  PIC X(11).
