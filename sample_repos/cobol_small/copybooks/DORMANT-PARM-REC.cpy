      *****************************************************************
      * DORMANT-PARM-REC - Layout of the one-record sequential
      * parameter file read by DORMANCY-SWEEP at startup: how many
      * months an account may go without a posting before it is
      * marked dormant. If the file is missing or empty,
      * DORMANCY-SWEEP keeps its compiled-in default.
      *****************************************************************
       01  DORMANT-PARM-RECORD.
           05  DP-DORMANT-MONTHS       PIC 9(3).
           05  FILLER                  PIC X(5).
