       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-CONTROL.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Step-completion control - Called by every PAYRUN step
      * program at start (function C) and once more at the end of a
      * run (function S), so a rerun of a failed night picks up at
      * the step that failed instead of re-running - and in places
      * re-posting - everything before it.
      * The run-control file (STEPCTL) is keyed by business date and
      * step name. The check reads the business date from BUSDATE
      * and the step's record for it: a step already stamped
      * complete for the date is answered D and the caller ends at
      * once with return code 1, which the PAYRUN gates treat as
      * clean. Anything else - never run, or started and never
      * stamped, or stamped failed - is marked started, its run
      * count bumped, and answered R to run. The stamp records the
      * end time, the caller's counts and its return code, as
      * complete (C) at 4 or below and failed (F) above.
      * A completed step is re-run only against a force card on the
      * STEPFRC control file naming the business date and the step
      * (or ALL for every step of the date); a card for any other
      * date is ignored, so a card left behind after the date
      * advances forces nothing. A forced run is marked on its
      * record. The caller ends the step (answer U) when the
      * business date or the run-control file is unavailable -
      * without them a rerun cannot tell what has already posted.
      * Each call opens and closes STEPCTL, so the partitions can
      * share it while they run concurrently.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-CONTROL-KEY
               FILE STATUS IS WS-STEP-CONTROL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT STEP-FORCE-FILE ASSIGN TO "STEPFRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-FORCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STEP-CONTROL-REC.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  STEP-FORCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  STEP-FORCE-RECORD.
           05  SF-BUSINESS-DATE        PIC 9(8).
           05  SF-STEP-NAME            PIC X(8).
           05  FILLER                  PIC X(64).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-STEP-CONTROL-STATUS  PIC XX VALUE "00".
           88 STEP-CONTROL-OK      VALUE "00".
           88 STEP-CONTROL-NOT-FOUND VALUE "35".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-STEP-FORCE-STATUS    PIC XX VALUE "00".
           88 STEP-FORCE-OK        VALUE "00".
           88 STEP-FORCE-EOF       VALUE "10".
       01  WS-BUSINESS-DATE-SW     PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-RECORD-FOUND-SW      PIC X VALUE 'N'.
           88 STEP-RECORD-FOUND    VALUE 'Y'.
       01  WS-FORCE-SW             PIC X VALUE 'N'.
           88 STEP-FORCED          VALUE 'Y'.
      *    Held from the check to the stamp: a step that moves the
      *    business date (DATE-ADVANCE) still stamps the date it ran
      *    for.
       01  WS-CONTROL-DATE         PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-STEP-FUNCTION        PIC X.
           88 STEP-FUNC-CHECK      VALUE 'C'.
           88 STEP-FUNC-STAMP      VALUE 'S'.
       01  LS-STEP-NAME            PIC X(8).
       01  LS-STEP-COUNTS.
           05  LS-COUNT-READ       PIC 9(9).
           05  LS-COUNT-WRITTEN    PIC 9(9).
           05  LS-COUNT-REJECTED   PIC 9(9).
       01  LS-STEP-RC              PIC 9(4).
       01  LS-STEP-RESULT          PIC X.
           88 STEP-RESULT-RUN      VALUE 'R'.
           88 STEP-RESULT-DONE     VALUE 'D'.
           88 STEP-RESULT-UNAVAIL  VALUE 'U'.

       PROCEDURE DIVISION USING LS-STEP-FUNCTION
                                LS-STEP-NAME
                                LS-STEP-COUNTS
                                LS-STEP-RC
                                LS-STEP-RESULT.
       STEP-CONTROL-LOGIC.
           EVALUATE TRUE
               WHEN STEP-FUNC-CHECK
                   PERFORM CHECK-STEP
               WHEN STEP-FUNC-STAMP
                   PERFORM STAMP-STEP
           END-EVALUATE.

           GOBACK.

       CHECK-STEP.
           SET STEP-RESULT-UNAVAIL TO TRUE.
           MOVE 'N' TO WS-FORCE-SW.
           PERFORM READ-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-LOADED
               DISPLAY "STEP CONTROL: BUSINESS DATE CONTROL FILE "
                       "UNAVAILABLE " WS-BUSINESS-DATE-STATUS
               GOBACK
           END-IF.

           PERFORM OPEN-STEP-CONTROL.
           IF NOT STEP-CONTROL-OK
               DISPLAY "STEP CONTROL: UNABLE TO OPEN STEPCTL "
                       WS-STEP-CONTROL-STATUS
               GOBACK
           END-IF.

           PERFORM READ-STEP-RECORD.
           IF STEP-RECORD-FOUND AND SC-STATUS-COMPLETE
               PERFORM READ-FORCE-CARDS
               IF NOT STEP-FORCED
                   DISPLAY "STEP CONTROL: " LS-STEP-NAME
                           " ALREADY COMPLETE FOR " WS-CONTROL-DATE
                           " RC " SC-RETURN-CODE " - NOT RERUN"
                   SET STEP-RESULT-DONE TO TRUE
                   CLOSE STEP-CONTROL-FILE
                   GOBACK
               END-IF
               DISPLAY "STEP CONTROL: " LS-STEP-NAME
                       " FORCED PAST COMPLETION FOR " WS-CONTROL-DATE
           END-IF.

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.
           SET SC-STATUS-STARTED TO TRUE.
           MOVE CW-CURRENT-DATE TO SC-START-DATE.
           MOVE CW-CURRENT-TIME TO SC-START-TIME.
           MOVE ZERO TO SC-END-DATE.
           MOVE ZERO TO SC-END-TIME.
           MOVE ZERO TO SC-COUNT-READ.
           MOVE ZERO TO SC-COUNT-WRITTEN.
           MOVE ZERO TO SC-COUNT-REJECTED.
           MOVE ZERO TO SC-RETURN-CODE.
           IF SC-RUN-COUNT < 999
               ADD 1 TO SC-RUN-COUNT
           END-IF.
           MOVE WS-FORCE-SW TO SC-FORCED-SW.
           MOVE CC-VERSION TO SC-VERSION.
           PERFORM STORE-STEP-RECORD.
           IF STEP-CONTROL-OK
               SET STEP-RESULT-RUN TO TRUE
           END-IF.
           CLOSE STEP-CONTROL-FILE.

       STAMP-STEP.
           SET STEP-RESULT-UNAVAIL TO TRUE.
           IF WS-CONTROL-DATE = ZERO
               GOBACK
           END-IF.
           PERFORM OPEN-STEP-CONTROL.
           IF NOT STEP-CONTROL-OK
               DISPLAY "STEP CONTROL: UNABLE TO OPEN STEPCTL "
                       WS-STEP-CONTROL-STATUS " - " LS-STEP-NAME
                       " NOT STAMPED"
               GOBACK
           END-IF.

           PERFORM READ-STEP-RECORD.
           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.
           MOVE CW-CURRENT-DATE TO SC-END-DATE.
           MOVE CW-CURRENT-TIME TO SC-END-TIME.
           MOVE LS-COUNT-READ TO SC-COUNT-READ.
           MOVE LS-COUNT-WRITTEN TO SC-COUNT-WRITTEN.
           MOVE LS-COUNT-REJECTED TO SC-COUNT-REJECTED.
           MOVE LS-STEP-RC TO SC-RETURN-CODE.
           IF LS-STEP-RC > 4
               SET SC-STATUS-FAILED TO TRUE
           ELSE
               SET SC-STATUS-COMPLETE TO TRUE
           END-IF.
           MOVE CC-VERSION TO SC-VERSION.
           PERFORM STORE-STEP-RECORD.
           IF STEP-CONTROL-OK
               SET STEP-RESULT-RUN TO TRUE
           END-IF.
           CLOSE STEP-CONTROL-FILE.

       READ-BUSINESS-DATE.
           MOVE 'N' TO WS-BUSINESS-DATE-SW.
           MOVE ZERO TO WS-CONTROL-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-CONTROL-DATE
                       SET BUSINESS-DATE-LOADED TO TRUE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-STEP-CONTROL.
           OPEN I-O STEP-CONTROL-FILE.
           IF STEP-CONTROL-NOT-FOUND
               OPEN OUTPUT STEP-CONTROL-FILE
               CLOSE STEP-CONTROL-FILE
               OPEN I-O STEP-CONTROL-FILE
           END-IF.

       READ-STEP-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND-SW.
           MOVE WS-CONTROL-DATE TO SC-BUSINESS-DATE.
           MOVE LS-STEP-NAME TO SC-STEP-NAME.
           READ STEP-CONTROL-FILE
               INVALID KEY
                   INITIALIZE STEP-CONTROL-RECORD
                   MOVE WS-CONTROL-DATE TO SC-BUSINESS-DATE
                   MOVE LS-STEP-NAME TO SC-STEP-NAME
                   MOVE 'N' TO SC-FORCED-SW
               NOT INVALID KEY
                   SET STEP-RECORD-FOUND TO TRUE
           END-READ.

       STORE-STEP-RECORD.
           IF STEP-RECORD-FOUND
               REWRITE STEP-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "STEP CONTROL: ERROR REWRITING STEPCTL "
                               WS-STEP-CONTROL-STATUS
               END-REWRITE
           ELSE
               WRITE STEP-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "STEP CONTROL: ERROR WRITING STEPCTL "
                               WS-STEP-CONTROL-STATUS
               END-WRITE
           END-IF.

       READ-FORCE-CARDS.
      *    No force file, or an empty one, forces nothing.
           MOVE 'N' TO WS-FORCE-SW.
           OPEN INPUT STEP-FORCE-FILE.
           IF STEP-FORCE-OK
               PERFORM READ-FORCE-CARD
               PERFORM MATCH-FORCE-CARD
                   UNTIL NOT STEP-FORCE-OK
                      OR STEP-FORCED
               CLOSE STEP-FORCE-FILE
           END-IF.

       READ-FORCE-CARD.
           READ STEP-FORCE-FILE
               AT END
                   SET STEP-FORCE-EOF TO TRUE
           END-READ.

       MATCH-FORCE-CARD.
           IF SF-BUSINESS-DATE = WS-CONTROL-DATE
              AND (SF-STEP-NAME = LS-STEP-NAME
                   OR SF-STEP-NAME = "ALL")
               SET STEP-FORCED TO TRUE
           ELSE
               PERFORM READ-FORCE-CARD
           END-IF.
