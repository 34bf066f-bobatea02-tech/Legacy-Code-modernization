      *****************************************************************
      * OPERATOR-PROFILE-REC - Layout of the keyed operator profile
      * file (OPERPROF) the CICS region owns, read at attach by
      * PAYCAPTURE, INQUIRY, PAYHIST, BALINQ and PAYRECALL: until
      * now the terminal was the only identity the system knew. One
      * record per operator carries the authority level, the
      * personal capture amount limit the terminal refuses above,
      * and a Y/N switch per transaction. The operator id is
      * stamped on every capture queue entry and rides into the
      * approval queue's captured-by field, so the maker/checker
      * split can finally name the maker. The regulator asked for
      * exactly this.
      *****************************************************************
       01  OPERATOR-PROFILE-RECORD.
           05  OP-OPERATOR-ID          PIC X(8).
           05  OP-ALLOW-PAYHIST        PIC X.
               88  OP-PAYHIST-ALLOWED  VALUE 'Y'.
           05  OP-OPERATOR-NAME        PIC X(30).
      *    Switches added since are appended after the name, so
      *    every earlier field keeps its place; a profile loaded
      *    before a switch existed carries a space in it and is
      *    refused that transaction until reloaded with a Y.
      *    Balance and funds inquiry (BALINQ) - available balance,
      *    credit line, earmarks and recent movements per account.
           05  OP-ALLOW-BALINQ         PIC X.
               88  OP-BALINQ-ALLOWED   VALUE 'Y'.
      *    Same-day payment recall (PAYRECALL).
           05  OP-ALLOW-RECALL         PIC X.
               88  OP-RECALL-ALLOWED   VALUE 'Y'.
