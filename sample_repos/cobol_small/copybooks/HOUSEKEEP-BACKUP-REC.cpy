      *****************************************************************
      * HOUSEKEEP-BACKUP-REC - Layout of the dated backup HOUSEKEEPING
      * unloads every purged control-file record to before deleting
      * it: the file it came from, the business date of the purge,
      * the record's length and the record image itself, so a purged
      * record can be reloaded into its file if it is ever needed.
      *****************************************************************
       01  HOUSEKEEP-BACKUP-RECORD.
           05  HB-FILE-NAME            PIC X(8).
           05  HB-PURGE-DATE           PIC 9(8).
           05  HB-RECORD-LENGTH        PIC 9(3).
           05  HB-RECORD-IMAGE         PIC X(120).
