      *****************************************************************
      * PARM-AUDIT-REC - Layout of the append-only parameter change
      * audit log written by PARM-MAINT, one record per applied
      * change: the target file, the date the change takes effect,
      * and the old in-force value against the new one.
      *****************************************************************
       01  PARM-AUDIT-RECORD.
           05  PA-AUDIT-DATE           PIC 9(8).
           05  PA-AUDIT-TIME           PIC 9(6).
           05  PA-USER-ID              PIC X(8).
           05  PA-TARGET-FILE          PIC X.
           05  PA-EFFECTIVE-DATE       PIC 9(8).
           05  PA-OLD-VALUE            PIC X(31).
           05  PA-NEW-VALUE            PIC X(31).
           05  PA-VERSION              PIC X(10).
