      * HELD-LOG-REC - Layout of the append-only decision log written
      * by HELD-REVIEW, one record per release/decline decision, so
      * every supervisor disposition of a held payment is on record.
      * The held item's channel id and reference, debited account
      * and merchant ride along, so a decline can be answered to the
      * customer by the reference they submitted under.
      *****************************************************************
       01  HELD-LOG-RECORD.
           05  HL-DECISION-DATE        PIC 9(8).
           05  HL-HOLD-REASON          PIC X(4).
           05  HL-RELEASE-TRANS-ID     PIC 9(10).
           05  HL-RELEASE-STATUS       PIC X.
           05  HL-CHANNEL-ID           PIC X(8).
           05  HL-CHANNEL-REF          PIC X(16).
           05  HL-ACCOUNT-NUMBER       PIC 9(4).
           05  HL-MERCHANT-ID          PIC 9(8).
           05  HL-VERSION              PIC X(10).
