      *****************************************************************
      * RECOVERY-JOURNAL-REC - Layout of the sequential forward-
      * recovery journal written through RCVJRNL: one record for
      * every add, change or delete the batch programs make to the
      * keyed control files CUSTBAL, DUPCHECK, VELOCITY and TRANCTR,
      * stamped with when it happened (date and time to the
      * hundredth), the cycle's business date, the job and the
      * program that made it and a sequence number within the
      * writing run. The before image is the record as it stood
      * (spaces on an add), the after image the record as written
      * (spaces on a delete). FORWARD-RECOVERY replays the after
      * images onto a restored backup up to a chosen point.
      *****************************************************************
       01  RECOVERY-JOURNAL-RECORD.
           05  RJ-JOURNAL-DATE         PIC 9(8).
           05  RJ-JOURNAL-TIME         PIC 9(8).
           05  RJ-BUSINESS-DATE        PIC 9(8).
           05  RJ-JOB-NAME             PIC X(8).
           05  RJ-PROGRAM-ID           PIC X(8).
           05  RJ-SEQUENCE             PIC 9(9).
           05  RJ-FILE-NAME            PIC X(8).
               88  RJ-FILE-CUSTBAL     VALUE "CUSTBAL".
               88  RJ-FILE-DUPCHECK    VALUE "DUPCHECK".
               88  RJ-FILE-VELOCITY    VALUE "VELOCITY".
               88  RJ-FILE-TRANCTR     VALUE "TRANCTR".
           05  RJ-ACTION               PIC X.
               88  RJ-ACTION-ADD       VALUE 'A'.
               88  RJ-ACTION-CHANGE    VALUE 'C'.
               88  RJ-ACTION-DELETE    VALUE 'D'.
           05  RJ-BEFORE-IMAGE         PIC X(80).
           05  RJ-AFTER-IMAGE          PIC X(80).
