      * volume, since a mid-step top-up falls back to a direct
      * counter grab. Unused ids at end of step are simply skipped
      * - the sequence has gaps, never duplicates.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its return code at end, so a
      * rerun on the same business date ends at once with return
      * code 1 once the claim has completed, unless a force card on
      * STEPFRC names it. The partition id follows the block size in
      * PARM (0500000P001) and names the step IDALP001.
      * The counter record, before and after the claim, goes to the
      * forward-recovery journal (RCVJRNL) under the PAYRUN job, so
      * a damaged TRANCTR can be restored and rolled forward without
      * ever reissuing an id.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-BLOCK-SIZE           PIC 9(7) VALUE 0100000.
       01  WS-FIRST-ID             PIC 9(10) VALUE ZERO.
       01  WS-LAST-ID              PIC 9(10) VALUE ZERO.
       01  WS-BLOCK-PARM-LENGTH    PIC S9(4) COMP VALUE ZERO.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "IDAL".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'W'.
       01  WS-JRNL-NAME            PIC X(8) VALUE "IDALLOC".
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "PAYRUN".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE "TRANCTR".
       01  WS-JRNL-ACTION          PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-ALLOC-PARM.
           05  LK-PARM-LENGTH      PIC S9(4) COMP.
           05  LK-PARM-BLOCK-SIZE  PIC X(7).
           05  LK-PARM-PARTITION   PIC X(4).

       PROCEDURE DIVISION USING LK-ALLOC-PARM.
       ALLOCATE-LOGIC.
           DISPLAY "TRANSACTION-ID BLOCK ALLOCATION".
           DISPLAY "=================================".

      *    The block size may be followed by the partition id the
      *    claim is for, which names the step on the run-control file.
           IF LK-PARM-LENGTH > 7
               MOVE 7 TO WS-BLOCK-PARM-LENGTH
           ELSE
               MOVE LK-PARM-LENGTH TO WS-BLOCK-PARM-LENGTH
           END-IF.
           IF WS-BLOCK-PARM-LENGTH > ZERO
              AND LK-PARM-BLOCK-SIZE (1:WS-BLOCK-PARM-LENGTH) NUMERIC
               MOVE LK-PARM-BLOCK-SIZE (1:WS-BLOCK-PARM-LENGTH) TO
                   WS-BLOCK-SIZE
           END-IF.
           IF LK-PARM-LENGTH >= 11
               STRING "IDAL" LK-PARM-PARTITION DELIMITED BY SIZE
                   INTO WS-STEP-NAME
           END-IF.

           PERFORM CHECK-STEP-CONTROL.
           PERFORM NAME-JOURNAL-JOB.
           IF WS-BLOCK-SIZE = ZERO
               DISPLAY "ID ALLOCATE: BLOCK SIZE MUST BE NONZERO"
               MOVE 8 TO RETURN-CODE
                   " THRU " WS-LAST-ID.
           DISPLAY "=================================".

           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       CLAIM-ID-BLOCK.
                           DISPLAY "ID ALLOCATE: ERROR WRITING "
                                   "COUNTER " WS-COUNTER-STATUS
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'A' TO WS-JRNL-ACTION
                           MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                           PERFORM JOURNAL-COUNTER-UPDATE
                   END-WRITE
               NOT INVALID KEY
                   MOVE TRANS-COUNTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   COMPUTE WS-FIRST-ID = CTR-LAST-TRANS-ID + 1
                   ADD WS-BLOCK-SIZE TO CTR-LAST-TRANS-ID
                   MOVE CTR-LAST-TRANS-ID TO WS-LAST-ID
                           DISPLAY "ID ALLOCATE: ERROR REWRITING "
                                   "COUNTER " WS-COUNTER-STATUS
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'C' TO WS-JRNL-ACTION
                           PERFORM JOURNAL-COUNTER-UPDATE
                   END-REWRITE
           END-READ.
           CLOSE TRANSACTION-COUNTER-FILE.

       NAME-JOURNAL-JOB.
           MOVE 'N' TO WS-JRNL-FUNCTION.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-JOB-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.
           MOVE 'W' TO WS-JRNL-FUNCTION.

       JOURNAL-COUNTER-UPDATE.
           MOVE TRANS-COUNTER-RECORD TO WS-JRNL-AFTER-IMAGE.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.

       WRITE-ID-RANGE.
           OPEN OUTPUT ID-RANGE-FILE.
           IF NOT ID-RANGE-OK
               WRITE ID-RANGE-RECORD
               CLOSE ID-RANGE-FILE
           END-IF.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "ID ALLOCATE: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "ID ALLOCATE: RUN CONTROL UNAVAILABLE"
                       " - STEP NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       STAMP-STEP-CONTROL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 'S' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           MOVE WS-STEP-RC TO RETURN-CODE.

       CALL-STEP-CONTROL.
           CALL 'STEP-CONTROL' USING WS-STEP-FUNCTION
                                     WS-STEP-NAME
                                     WS-STEP-COUNTS
                                     WS-STEP-RC
                                     WS-STEP-RESULT.
