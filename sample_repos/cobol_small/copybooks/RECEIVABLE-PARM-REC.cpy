      *****************************************************************
      * RECEIVABLE-PARM-REC - Layout of the one-record sequential
      * parameter file read by RECEIVABLE-AGING at startup: how
      * many days a merchant receivable may stay open before it is
      * listed for collections. If the file is missing or empty,
      * RECEIVABLE-AGING keeps its compiled-in default.
      *****************************************************************
       01  RECEIVABLE-PARM-RECORD.
           05  RP-CHASE-AFTER-DAYS     PIC 9(3).
           05  FILLER                  PIC X(5).
