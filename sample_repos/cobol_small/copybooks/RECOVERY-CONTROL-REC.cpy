      *****************************************************************
      * RECOVERY-CONTROL-REC - Layout of the FORWARD-RECOVERY control
      * cards (RCVCTL), one per control file to be rolled forward:
      * the file's name as the journal carries it (CUSTBAL,
      * DUPCHECK, VELOCITY or TRANCTR) and the point to roll it
      * forward to - the journal date and time (to the hundredth)
      * of the last update to replay. A stop point left zero or
      * blank replays the whole journal; a stop date with no stop
      * time replays the whole of that date.
      *****************************************************************
       01  RECOVERY-CONTROL-RECORD.
           05  RC-FILE-NAME            PIC X(8).
           05  RC-STOP-POINT.
               10  RC-STOP-DATE        PIC 9(8).
               10  RC-STOP-TIME        PIC 9(8).
           05  FILLER                  PIC X(56).
