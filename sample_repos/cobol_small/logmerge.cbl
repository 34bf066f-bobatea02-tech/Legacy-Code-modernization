      * amount the partition updated in place on the master) is
      * refreshed with a REWRITE rather than failing, so the merge
      * is safe to rerun.
      * Checks the run-control file (STEPCTL) through STEP-CONTROL
      * at start and stamps it with its counts and return code at
      * end, so a rerun on the same business date ends at once with
      * return code 1 once the step has completed, unless a force
      * card on STEPFRC names it.
      * Once the fold is complete, cuts the day's posting extract
      * (POSTEXT) from the merged master in the same pass over the
      * log: a header naming the BUSDATE business date, every
      * record posted or reversed on that date - the partitions'
      * postings and those the intraday, held-review and approval
      * jobs wrote to the master directly - and a trailer with the
      * count, so SETTLEMENT, BANK-INSTRUCT, MERCHANT-REMIT and
      * SETTLE-RECON read the day once instead of each scanning
      * the whole keyed log. A merge that fails, or a run without
      * the business date, cuts no extract and ends return code 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-PARTITION3-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TRANSACTION-ID
               FILE STATUS IS WS-TRANSACTION-LOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT POSTING-EXTRACT-FILE ASSIGN TO "POSTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  POSTING-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POSTING-EXTRACT-REC.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-TRANSACTION-LOG-STATUS PIC XX VALUE "00".
           88 TRANSACTION-LOG-OK     VALUE "00".
           88 TRANSACTION-LOG-NOT-FOUND VALUE "23" "35".
           88 TRANSACTION-LOG-EOF       VALUE "10".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-BUSINESS-DATE-SW     PIC X VALUE 'N'.
           88 BUSINESS-DATE-LOADED VALUE 'Y'.
       01  WS-BUSINESS-DATE-NUM    PIC 9(8) VALUE ZERO.
       01  WS-POSTING-EXTRACT-STATUS PIC XX VALUE "00".
           88 POSTING-EXTRACT-OK   VALUE "00".
       01  WS-COUNT-EXTRACTED      PIC 9(9) VALUE ZERO.
       01  WS-COUNT-MERGED-1       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-MERGED-2       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-MERGED-3       PIC 9(7) VALUE ZERO.
       01  WS-MERGE-FAILED-SW      PIC X VALUE 'N'.
           88 MERGE-FAILED         VALUE 'Y'.

      *    Step-completion control - see STEP-CONTROL.
       01  WS-STEP-FUNCTION        PIC X VALUE SPACE.
       01  WS-STEP-NAME            PIC X(8) VALUE "LOGMERGE".
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT-READ  PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-STEP-COUNT-REJECTED PIC 9(9) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(4) VALUE ZERO.
       01  WS-STEP-RESULT          PIC X VALUE SPACE.
           88 STEP-ALREADY-DONE    VALUE 'D'.
           88 STEP-CONTROL-UNAVAIL VALUE 'U'.

       PROCEDURE DIVISION.
       MERGE-LOGIC.
           DISPLAY "=================================".
           DISPLAY "TRANSACTION LOG MERGE STARTED".
           DISPLAY "=================================".

           PERFORM CHECK-STEP-CONTROL.

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.

           PERFORM READ-BUSINESS-DATE.

           PERFORM OPEN-MERGE-FILES.

           IF NOT MERGE-FAILED
               PERFORM MERGE-PARTITION-3
           END-IF.

      *    The extract is only cut from a complete master - a short
      *    one would settle a partial day.
           IF MERGE-FAILED
               DISPLAY "TRANLOG MERGE: MERGE FAILED - NO POSTING "
                       "EXTRACT CUT"
           ELSE
               IF BUSINESS-DATE-LOADED
                   PERFORM CUT-POSTING-EXTRACT
               ELSE
                   DISPLAY "TRANLOG MERGE: BUSINESS DATE CONTROL "
                           "FILE UNAVAILABLE " WS-BUSINESS-DATE-STATUS
                           " - NO POSTING EXTRACT CUT"
                   SET MERGE-FAILED TO TRUE
               END-IF
           END-IF.

           PERFORM CLOSE-MERGE-FILES.

           DISPLAY "TRANLOG MERGE: PARTITION 1 RECORDS: "
                   WS-COUNT-MERGED-3.
           DISPLAY "TRANLOG MERGE: REFRESHED ON MASTER: "
                   WS-COUNT-REFRESHED.
           DISPLAY "TRANLOG MERGE: POSTING EXTRACT:     "
                   WS-COUNT-EXTRACTED.
           DISPLAY "=================================".

           IF MERGE-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.

           COMPUTE WS-STEP-COUNT-WRITTEN =
               WS-COUNT-MERGED-1 + WS-COUNT-MERGED-2
               + WS-COUNT-MERGED-3.
           PERFORM STAMP-STEP-CONTROL.
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
                       SET BUSINESS-DATE-LOADED TO TRUE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-MERGE-FILES.
           OPEN I-O TRANSACTION-LOG-FILE.
           IF TRANSACTION-LOG-NOT-FOUND
                   ADD 1 TO WS-COUNT-REFRESHED
           END-WRITE.

       CUT-POSTING-EXTRACT.
           OPEN OUTPUT POSTING-EXTRACT-FILE.
           IF POSTING-EXTRACT-OK
               PERFORM WRITE-EXTRACT-HEADER
               MOVE ZERO TO TL-TRANSACTION-ID
               START TRANSACTION-LOG-FILE
                   KEY IS NOT LESS THAN TL-TRANSACTION-ID
                   INVALID KEY
                       SET TRANSACTION-LOG-EOF TO TRUE
               END-START
               IF NOT TRANSACTION-LOG-EOF
                   PERFORM READ-MASTER-NEXT
               END-IF
               PERFORM EXTRACT-ONE-MASTER-RECORD
                   UNTIL TRANSACTION-LOG-EOF
               PERFORM WRITE-EXTRACT-TRAILER
               CLOSE POSTING-EXTRACT-FILE
           ELSE
               DISPLAY "TRANLOG MERGE: UNABLE TO OPEN POSTEXT "
                       WS-POSTING-EXTRACT-STATUS
               SET MERGE-FAILED TO TRUE
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO POSTING-EXTRACT-HEADER.
           MOVE 'H' TO PE-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE-NUM TO PEH-BUSINESS-DATE.
           MOVE CW-CURRENT-DATE TO PEH-CREATED-DATE.
           MOVE CW-CURRENT-TIME TO PEH-CREATED-TIME.
           WRITE POSTING-EXTRACT-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO POSTING-EXTRACT-TRAILER.
           MOVE 'T' TO PE-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE-NUM TO PET-BUSINESS-DATE.
           MOVE WS-COUNT-EXTRACTED TO PET-RECORD-COUNT.
           WRITE POSTING-EXTRACT-RECORD.

       READ-MASTER-NEXT.
           READ TRANSACTION-LOG-FILE NEXT RECORD
               AT END
                   SET TRANSACTION-LOG-EOF TO TRUE
           END-READ.

       EXTRACT-ONE-MASTER-RECORD.
      *    The readers' own selection - 'P' and 'V' alike settled on
      *    their posting date.
           IF (TL-STATUS-POSTED OR TL-STATUS-REVERSED)
              AND TL-POSTING-DATE = WS-BUSINESS-DATE-NUM
               MOVE 'D' TO PE-RECORD-TYPE
               MOVE TRANSACTION-LOG-RECORD TO PE-LOG-DATA
               WRITE POSTING-EXTRACT-RECORD
               ADD 1 TO WS-COUNT-EXTRACTED
           END-IF.
           PERFORM READ-MASTER-NEXT.

       CLOSE-MERGE-FILES.
           CLOSE PARTITION-LOG-1.
           CLOSE PARTITION-LOG-2.
           CLOSE PARTITION-LOG-3.
           CLOSE TRANSACTION-LOG-FILE.

       CHECK-STEP-CONTROL.
           MOVE 'C' TO WS-STEP-FUNCTION.
           PERFORM CALL-STEP-CONTROL.
           IF STEP-ALREADY-DONE
               DISPLAY "TRANLOG MERGE: STEP ALREADY COMPLETE"
                       " - SKIPPED"
               DISPLAY "================================="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF STEP-CONTROL-UNAVAIL
               DISPLAY "TRANLOG MERGE: RUN CONTROL UNAVAILABLE"
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
