      * trail shows which second officer signed off on every
      * high-value payment. Release status 'X' marks a decision that
      * was NOT applied because the deciding officer was the one who
      * captured the item. The queued item's channel id and
      * reference, debited account and merchant ride along, so a
      * refusal can be answered to the customer by the reference
      * they submitted under.
      *****************************************************************
       01  APPROVAL-LOG-RECORD.
           05  AV-DECISION-DATE        PIC 9(8).
           05  AV-CAPTURED-BY          PIC X(8).
           05  AV-RELEASE-TRANS-ID     PIC 9(10).
           05  AV-RELEASE-STATUS       PIC X.
           05  AV-CHANNEL-ID           PIC X(8).
           05  AV-CHANNEL-REF          PIC X(16).
           05  AV-ACCOUNT-NUMBER       PIC 9(4).
           05  AV-MERCHANT-ID          PIC 9(8).
           05  AV-VERSION              PIC X(10).
