               88  PT-METHOD-CARD      VALUE 'C'.
               88  PT-METHOD-WIRE      VALUE 'W'.
      *    Bank return reason on a reversal generated by
      *    BANK-RETURNS, RCL on one CAPTURE-MERGE generated from an
      *    online recall; spaces on everything else.
           05  PT-RETURN-REASON        PIC X(3).
               88  PT-RECALL-REVERSAL  VALUE "RCL".
      *    Submitting channel and the channel's own reference for
      *    this record, carried through to the transaction log, the
      *    reject and held files and the acknowledgment extract, so
