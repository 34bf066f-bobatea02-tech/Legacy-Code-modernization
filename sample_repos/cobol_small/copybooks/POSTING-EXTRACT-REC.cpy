      *****************************************************************
      * POSTING-EXTRACT-REC - Layout of the daily posting extract
      * (POSTEXT) cut by TRANLOG-MERGE once the partition logs are
      * folded into the master TRANLOG. One header names the
      * business date; then one detail per log record posted or
      * reversed on that date, carrying the TRANSACTION-LOG-RECORD
      * image unchanged; one trailer declares the detail count. The
      * end-of-cycle readers total the extract instead of scanning
      * the whole keyed log, and each refuses an extract whose
      * header names another date or whose trailer disagrees with
      * the details it read, so a short extract never settles a
      * partial day. Every record is 210 bytes and told apart by
      * its leading record type.
      *****************************************************************
       01  POSTING-EXTRACT-RECORD.
           05  PE-RECORD-TYPE          PIC X.
               88  PE-IS-HEADER        VALUE 'H'.
               88  PE-IS-DETAIL        VALUE 'D'.
               88  PE-IS-TRAILER       VALUE 'T'.
           05  PE-LOG-DATA             PIC X(209).

       01  POSTING-EXTRACT-HEADER.
           05  FILLER                  PIC X.
           05  PEH-BUSINESS-DATE       PIC 9(8).
           05  PEH-CREATED-DATE        PIC 9(8).
           05  PEH-CREATED-TIME        PIC 9(6).
           05  FILLER                  PIC X(187).

       01  POSTING-EXTRACT-TRAILER.
           05  FILLER                  PIC X.
           05  PET-BUSINESS-DATE       PIC 9(8).
           05  PET-RECORD-COUNT        PIC 9(9).
           05  FILLER                  PIC X(192).
