      *****************************************************************
      * HOUSEKEEP-PARM-REC - Layout of the one-record sequential
      * retention parameter file read by HOUSEKEEPING at startup, so
      * the number of days each keyed control file keeps can change
      * without a recompile. DUPCHECK's retention is not here - it
      * is the DUPPARM duplicate window itself. A record is purged
      * once it is older than its file's keep days. If the file is
      * missing or empty, HOUSEKEEPING keeps its compiled-in
      * defaults; a zero field keeps the default for that file.
      *****************************************************************
       01  HOUSEKEEP-PARM-RECORD.
           05  HK-VELOCITY-KEEP-DAYS   PIC 9(3).
           05  HK-JOBSTAT-KEEP-DAYS    PIC 9(3).
           05  HK-RETHIST-KEEP-DAYS    PIC 9(3).
           05  HK-RUNLOG-KEEP-DAYS     PIC 9(3).
           05  HK-STEPCTL-KEEP-DAYS    PIC 9(3).
           05  FILLER                  PIC X(5).
