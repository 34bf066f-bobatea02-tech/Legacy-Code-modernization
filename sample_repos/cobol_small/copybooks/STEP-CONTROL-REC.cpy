      *****************************************************************
      * STEP-CONTROL-REC - Layout of the keyed run-control file
      * (STEPCTL) the PAYRUN step programs check at start and stamp
      * at end through STEP-CONTROL: one record per business date
      * and step, carrying the step's state (S started and not yet
      * stamped, C completed clean, F ended with a return code above
      * 4), when it started and ended, its counts and return code,
      * how many times it has been run for the date and whether the
      * last run was forced past a completed stamp.
      *****************************************************************
       01  STEP-CONTROL-RECORD.
           05  SC-CONTROL-KEY.
               10  SC-BUSINESS-DATE    PIC 9(8).
               10  SC-STEP-NAME        PIC X(8).
           05  SC-STEP-STATUS          PIC X.
               88  SC-STATUS-STARTED   VALUE 'S'.
               88  SC-STATUS-COMPLETE  VALUE 'C'.
               88  SC-STATUS-FAILED    VALUE 'F'.
           05  SC-START-DATE           PIC 9(8).
           05  SC-START-TIME           PIC 9(6).
           05  SC-END-DATE             PIC 9(8).
           05  SC-END-TIME             PIC 9(6).
           05  SC-COUNT-READ           PIC 9(9).
           05  SC-COUNT-WRITTEN        PIC 9(9).
           05  SC-COUNT-REJECTED       PIC 9(9).
           05  SC-RETURN-CODE          PIC 9(4).
           05  SC-RUN-COUNT            PIC 9(3).
           05  SC-FORCED-SW            PIC X.
               88  SC-RUN-FORCED       VALUE 'Y'.
           05  SC-VERSION              PIC X(10).
