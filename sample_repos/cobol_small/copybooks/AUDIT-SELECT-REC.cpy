      *****************************************************************
      * AUDIT-SELECT-REC - Layout of the one-record sequential
      * selection file read by AUDIT-REPORT at startup. Each
      * criterion narrows the listing; spaces in the operator id and
      * zero in any of the other fields select everything on that
      * criterion. A missing or empty file lists every trail entry.
      *****************************************************************
       01  AUDIT-SELECT-RECORD.
           05  AS-OPERATOR-ID          PIC X(8).
           05  AS-CUSTOMER-ID          PIC 9(8).
           05  AS-MERCHANT-ID          PIC 9(8).
           05  AS-FROM-DATE            PIC 9(8).
           05  AS-TO-DATE              PIC 9(8).
