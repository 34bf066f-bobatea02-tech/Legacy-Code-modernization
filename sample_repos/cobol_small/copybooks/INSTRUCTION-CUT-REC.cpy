      *****************************************************************
      * INSTRUCTION-CUT-REC - Layout of the small keyed instruction
      * cut file (INSTCUT), one record per business date. BANK-
      * INSTRUCT writes the date's record as it starts cutting the
      * outbound instruction files (S) and stamps it cut (C) with
      * the detail count when it ends clean. PAYRECALL reads it by
      * the payment's posting date: once the date has a record the
      * payment is on its way to the bank and can no longer be
      * recalled - it needs a reversal on a later cycle instead.
      *****************************************************************
       01  INSTRUCTION-CUT-RECORD.
           05  IC-BUSINESS-DATE        PIC 9(8).
           05  IC-CUT-STATUS           PIC X.
               88  IC-CUT-STARTED      VALUE 'S'.
               88  IC-CUT-COMPLETE     VALUE 'C'.
           05  IC-CUT-DATE             PIC 9(8).
           05  IC-CUT-TIME             PIC 9(6).
           05  IC-COUNT-INSTRUCTED     PIC 9(9).
           05  IC-VERSION              PIC X(10).
