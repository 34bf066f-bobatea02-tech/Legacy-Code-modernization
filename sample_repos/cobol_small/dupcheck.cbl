      * ---------------------------------------------------------------
      * Per-record hold and error messages go through the leveled
      * RUNLOG facility instead of raw DISPLAY.
      * In a dry run (see RUN-MODE) DUPCHECK is opened for input
      * only; the first-seen dates the run would have written or
      * moved on are held in a storage overlay consulted ahead of
      * the file, so a repeat later in the same dry run is still
      * caught and the live file is left as it was.
      * Every key written or moved on is passed, before and after,
      * to the forward-recovery journal (RCVJRNL), so a damaged
      * DUPCHECK can be restored and rolled forward to the point of
      * failure instead of letting duplicates through.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-CURRENT-DATE-NUM     PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-TIME-NUM     PIC 9(6) VALUE ZERO.
       01  WS-DUP-CHECK-STATUS     PIC XX VALUE "00".
           88 DUP-CHECK-OK         VALUE "00".
           88 DUP-CHECK-NOT-FOUND  VALUE "23" "35".
       01  WS-DUP-PARM-STATUS      PIC XX VALUE "00".
           88 DUP-PARM-FILE-OK        VALUE "00".
       01  WS-FILES-OPEN-SW        PIC X VALUE 'N'.
           88 DUP-CHECK-FILE-OPEN  VALUE 'Y'.
       01  WS-FILE-AVAILABLE-SW    PIC X VALUE 'N'.
           88 DUP-CHECK-FILE-AVAILABLE VALUE 'Y'.
       01  WS-DUP-PARM-EOF-SW      PIC X VALUE 'N'.
           88 DUP-PARM-EOF         VALUE 'Y'.
       01  WS-DUP-EFF-DATE         PIC S9(9) VALUE -1.
       01  WS-DUP-PARMS-LOADED     PIC X VALUE 'N'.
           88 DUP-PARMS-LOADED     VALUE 'Y'.
      *    Run mode - see RUN-MODE.
       01  WS-MODE-FUNCTION        PIC X VALUE 'Q'.
       01  WS-RUN-MODE             PIC X VALUE SPACE.
           88 DRY-RUN              VALUE 'D'.

      *    Dry-run overlay - the first-seen dates this run would have
      *    recorded, by customer and amount.
       01  WS-DUP-OVERLAY-MAX      PIC 9(4) VALUE 5000.
       01  WS-DUP-OVERLAY-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-DUP-OVERLAY-IDX      PIC 9(4) VALUE ZERO.
       01  WS-DUP-OVERLAY-HIT      PIC 9(4) VALUE ZERO.
       01  WS-DUP-OVERLAY-SW       PIC X VALUE 'N'.
           88 DUP-OVERLAY-FOUND    VALUE 'Y'.
       01  WS-DUP-OVERLAY-TABLE.
           05  WS-DO-ENTRY OCCURS 5000 TIMES.
               10  WS-DO-CUSTOMER-ID       PIC 9(8).
               10  WS-DO-PAYMENT-AMOUNT    PIC 9(7)V99.
               10  WS-DO-SEEN-DATE         PIC 9(8).
               10  WS-DO-SEEN-TIME         PIC 9(6).
       01  WS-LOG-PROGRAM          PIC X(8) VALUE "DUPCHECK".
       01  WS-LOG-LEVEL            PIC X VALUE 'I'.
       01  WS-LOG-MESSAGE          PIC X(80) VALUE SPACES.
      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'W'.
       01  WS-JRNL-NAME            PIC X(8) VALUE "DUPCHECK".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE "DUPCHECK".
       01  WS-JRNL-ACTION          PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CUSTOMER-ID          PIC 9(8).
           MOVE LS-CUSTOMER-ID TO DK-CUSTOMER-ID.
           MOVE LS-PAYMENT-AMOUNT TO DK-PAYMENT-AMOUNT.

           MOVE 'N' TO WS-DUP-OVERLAY-SW.
           IF DRY-RUN
               PERFORM FIND-DUP-OVERLAY
           END-IF.

           IF DUP-OVERLAY-FOUND
               MOVE WS-DO-SEEN-DATE (WS-DUP-OVERLAY-HIT) TO
                   DK-FIRST-SEEN-DATE
               MOVE WS-DO-SEEN-TIME (WS-DUP-OVERLAY-HIT) TO
                   DK-FIRST-SEEN-TIME
               PERFORM CHECK-DUP-WINDOW
           ELSE
               IF DUP-CHECK-FILE-AVAILABLE
                   READ DUP-CHECK-FILE
                       INVALID KEY
                           PERFORM RECORD-NEW-TRANSACTION
                       NOT INVALID KEY
                           PERFORM CHECK-DUP-WINDOW
                   END-READ
               ELSE
                   PERFORM RECORD-NEW-TRANSACTION
               END-IF
           END-IF.

           GOBACK.

       OPEN-DUP-CHECK-FILE.
           CALL 'RUN-MODE' USING WS-MODE-FUNCTION
                                 WS-RUN-MODE.
           IF DRY-RUN
               OPEN INPUT DUP-CHECK-FILE
               IF DUP-CHECK-OK
                   SET DUP-CHECK-FILE-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "DUPCHECK: DRY RUN - NO DUPCHECK FILE "
                           WS-DUP-CHECK-STATUS
               END-IF
           ELSE
               OPEN I-O DUP-CHECK-FILE
               IF DUP-CHECK-NOT-FOUND
                   OPEN OUTPUT DUP-CHECK-FILE
                   CLOSE DUP-CHECK-FILE
                   OPEN I-O DUP-CHECK-FILE
               END-IF
               SET DUP-CHECK-FILE-AVAILABLE TO TRUE
           END-IF.
           SET DUP-CHECK-FILE-OPEN TO TRUE.

       RECORD-NEW-TRANSACTION.
           MOVE WS-CURRENT-DATE-NUM TO DK-FIRST-SEEN-DATE.
           MOVE WS-CURRENT-TIME-NUM TO DK-FIRST-SEEN-TIME.
           IF DRY-RUN
               PERFORM SAVE-DUP-OVERLAY
           ELSE
               WRITE DUP-CHECK-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "ERROR WRITING DUP-CHECK-FILE "
                           WS-DUP-CHECK-STATUS DELIMITED BY SIZE
                           INTO WS-LOG-MESSAGE
                       PERFORM WRITE-RUN-LOG
                   NOT INVALID KEY
                       MOVE 'A' TO WS-JRNL-ACTION
                       MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                       PERFORM JOURNAL-DUP-CHECK-UPDATE
               END-WRITE
           END-IF.

       CHECK-DUP-WINDOW.
           COMPUTE WS-DAYS-SINCE-SEEN =
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
           ELSE
               MOVE DUP-CHECK-RECORD TO WS-JRNL-BEFORE-IMAGE
               MOVE WS-CURRENT-DATE-NUM TO DK-FIRST-SEEN-DATE
               MOVE WS-CURRENT-TIME-NUM TO DK-FIRST-SEEN-TIME
               IF DRY-RUN
                   PERFORM SAVE-DUP-OVERLAY
               ELSE
                   REWRITE DUP-CHECK-RECORD
                       INVALID KEY
                           MOVE 'E' TO WS-LOG-LEVEL
                           MOVE SPACES TO WS-LOG-MESSAGE
                           STRING "ERROR REWRITING DUP RECORD "
                               WS-DUP-CHECK-STATUS DELIMITED BY SIZE
                               INTO WS-LOG-MESSAGE
                           PERFORM WRITE-RUN-LOG
                       NOT INVALID KEY
                           MOVE 'C' TO WS-JRNL-ACTION
                           PERFORM JOURNAL-DUP-CHECK-UPDATE
                   END-REWRITE
               END-IF
           END-IF.

       FIND-DUP-OVERLAY.
           MOVE ZERO TO WS-DUP-OVERLAY-HIT.
           PERFORM CHECK-DUP-OVERLAY-ENTRY VARYING WS-DUP-OVERLAY-IDX
               FROM 1 BY 1
               UNTIL WS-DUP-OVERLAY-IDX > WS-DUP-OVERLAY-COUNT
                  OR DUP-OVERLAY-FOUND.

       CHECK-DUP-OVERLAY-ENTRY.
           IF WS-DO-CUSTOMER-ID (WS-DUP-OVERLAY-IDX) = DK-CUSTOMER-ID
              AND WS-DO-PAYMENT-AMOUNT (WS-DUP-OVERLAY-IDX) =
                  DK-PAYMENT-AMOUNT
               MOVE WS-DUP-OVERLAY-IDX TO WS-DUP-OVERLAY-HIT
               SET DUP-OVERLAY-FOUND TO TRUE
           END-IF.

       SAVE-DUP-OVERLAY.
           IF DUP-OVERLAY-FOUND
               MOVE DK-FIRST-SEEN-DATE TO
                   WS-DO-SEEN-DATE (WS-DUP-OVERLAY-HIT)
               MOVE DK-FIRST-SEEN-TIME TO
                   WS-DO-SEEN-TIME (WS-DUP-OVERLAY-HIT)
           ELSE
               IF WS-DUP-OVERLAY-COUNT < WS-DUP-OVERLAY-MAX
                   ADD 1 TO WS-DUP-OVERLAY-COUNT
                   MOVE DK-CUSTOMER-ID TO
                       WS-DO-CUSTOMER-ID (WS-DUP-OVERLAY-COUNT)
                   MOVE DK-PAYMENT-AMOUNT TO
                       WS-DO-PAYMENT-AMOUNT (WS-DUP-OVERLAY-COUNT)
                   MOVE DK-FIRST-SEEN-DATE TO
                       WS-DO-SEEN-DATE (WS-DUP-OVERLAY-COUNT)
                   MOVE DK-FIRST-SEEN-TIME TO
                       WS-DO-SEEN-TIME (WS-DUP-OVERLAY-COUNT)
               ELSE
                   DISPLAY "DUPCHECK: DRY-RUN OVERLAY FULL - "
                           "DISCARDING " DK-CUSTOMER-ID
               END-IF
           END-IF.

       JOURNAL-DUP-CHECK-UPDATE.
           MOVE DUP-CHECK-RECORD TO WS-JRNL-AFTER-IMAGE.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM
                               WS-LOG-LEVEL
