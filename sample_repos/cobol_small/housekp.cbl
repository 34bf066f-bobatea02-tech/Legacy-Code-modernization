       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEPING.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Control file housekeeping - Weekly job that purges records
      * past their useful window from the keyed control files the
      * nightly and intraday paths read at random, which otherwise
      * grow without bound and slow every lookup: DUPCHECK keys
      * older than the DUPPARM duplicate window (the widest of the
      * version in effect and any later-dated version, so a window
      * about to widen still finds its keys), VELOCITY counters not
      * touched within the retention days (SCREENING resets a
      * counter from an earlier date anyway), JOBSTAT heartbeats of
      * jobs that have not run within the retention days, RETHIST
      * customers with no return within the retention days, and
      * STEPCTL business dates older than the retention days. The
      * retention days come from the HKPARM parameter file. Every
      * purged record is unloaded to the dated backup (HKBACKUP)
      * before it is deleted. A record carrying no date cannot be
      * aged and is kept.
      *
      * The sequential run log is trimmed on the same rule: the
      * records kept are copied to RUNLOGK, which the job copies back
      * over the run log once this step ends clean. Without a PARM
      * the step purges the keyed files and trims RUNLOG; a PARM
      * (the run log's name for the report, e.g. 'RUNLOG.P001')
      * trims the run log alone, so the job can trim each
      * partition's log in turn.
      *
      * Records are aged against the business date on BUSDATE. The
      * job refuses to run (return code 12) while the run-control
      * file (STEPCTL) holds any step for that business date - a
      * PAYRUN cycle is then in progress or awaiting its rerun, and
      * DATE-ADVANCE has not yet closed it. A control file that
      * cannot be opened is noted on the report and skipped (return
      * code 4); a run log that cannot be read or copied ends the
      * step with return code 8 so the job does not copy an empty
      * log back over it. The report (HKRPT) gives each file's
      * record count before and after the purge.
      *
      * Each DUPCHECK and VELOCITY record purged also goes to the
      * forward-recovery journal (RCVJRNL) under the HOUSEKP job as
      * a delete, so a roll-forward of either file from a backup
      * taken before the purge does not bring the purged records
      * back.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT HOUSEKEEP-PARM-FILE ASSIGN TO "HKPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOUSEKEEP-PARM-STATUS.
           SELECT DUP-WINDOW-PARM-FILE ASSIGN TO "DUPPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-PARM-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-CONTROL-KEY
               FILE STATUS IS WS-STEP-CONTROL-STATUS.
           SELECT DUP-CHECK-FILE ASSIGN TO "DUPCHECK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DK-DUP-KEY
               FILE STATUS IS WS-DUP-CHECK-STATUS.
           SELECT VELOCITY-FILE ASSIGN TO "VELOCITY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VL-CUSTOMER-ID
               FILE STATUS IS WS-VELOCITY-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JS-JOB-NAME
               FILE STATUS IS WS-JOB-STATUS-STATUS.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RN-CUSTOMER-ID
               FILE STATUS IS WS-RETURN-HISTORY-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT RUN-LOG-KEPT-FILE ASSIGN TO "RUNLOGK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-KEPT-STATUS.
           SELECT HOUSEKEEP-BACKUP-FILE ASSIGN TO "HKBACKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOUSEKEEP-BACKUP-STATUS.
           SELECT HOUSEKEEP-REPORT-FILE ASSIGN TO "HKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOUSEKEEP-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       FD  HOUSEKEEP-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOUSEKEEP-PARM-REC.

       FD  DUP-WINDOW-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUP-WINDOW-PARM-REC.

       FD  STEP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STEP-CONTROL-REC.

       FD  DUP-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUP-CHECK-REC.

       FD  VELOCITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VELOCITY-REC.

       FD  JOB-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JOB-STATUS-REC.

       FD  RETURN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RETURN-HISTORY-REC.

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUN-LOG-REC.

       FD  RUN-LOG-KEPT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUN-LOG-REC REPLACING
               ==RUN-LOG-RECORD== BY ==RUN-LOG-KEPT-RECORD==
               LEADING ==RL== BY ==RK==.

       FD  HOUSEKEEP-BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOUSEKEEP-BACKUP-REC.

       FD  HOUSEKEEP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOUSEKEEP-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

      *    Default retention days, used when HKPARM cannot be opened,
      *    carries no usable record or leaves a field zero.
       01  WS-VELOCITY-KEEP-DAYS   PIC 9(3) VALUE 7.
       01  WS-JOBSTAT-KEEP-DAYS    PIC 9(3) VALUE 30.
       01  WS-RETHIST-KEEP-DAYS    PIC 9(3) VALUE 365.
       01  WS-RUNLOG-KEEP-DAYS     PIC 9(3) VALUE 30.
       01  WS-STEPCTL-KEEP-DAYS    PIC 9(3) VALUE 90.
      *    Default duplicate window, the same as DUPCHECK's own.
       01  WS-DUP-WINDOW-DAYS      PIC 9(3) VALUE 1.
       01  WS-DUP-LATER-WINDOW-DAYS PIC 9(3) VALUE ZERO.
       01  WS-DUP-EFF-DATE         PIC S9(9) VALUE -1.

       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-HOUSEKEEP-PARM-STATUS PIC XX VALUE "00".
           88 HOUSEKEEP-PARM-OK    VALUE "00".
       01  WS-DUP-PARM-STATUS      PIC XX VALUE "00".
           88 DUP-PARM-FILE-OK     VALUE "00".
       01  WS-DUP-PARM-EOF-SW      PIC X VALUE 'N'.
           88 DUP-PARM-EOF         VALUE 'Y'.
       01  WS-STEP-CONTROL-STATUS  PIC XX VALUE "00".
           88 STEP-CONTROL-OK      VALUE "00".
           88 STEP-CONTROL-EOF     VALUE "10".
           88 STEP-CONTROL-MISSING VALUE "35".
       01  WS-DUP-CHECK-STATUS     PIC XX VALUE "00".
           88 DUP-CHECK-OK         VALUE "00".
           88 DUP-CHECK-EOF        VALUE "10".
       01  WS-VELOCITY-STATUS      PIC XX VALUE "00".
           88 VELOCITY-OK          VALUE "00".
           88 VELOCITY-EOF         VALUE "10".
       01  WS-JOB-STATUS-STATUS    PIC XX VALUE "00".
           88 JOB-STATUS-OK        VALUE "00".
           88 JOB-STATUS-EOF       VALUE "10".
       01  WS-RETURN-HISTORY-STATUS PIC XX VALUE "00".
           88 RETURN-HISTORY-OK    VALUE "00".
           88 RETURN-HISTORY-EOF   VALUE "10".
       01  WS-RUN-LOG-STATUS       PIC XX VALUE "00".
           88 RUN-LOG-OK           VALUE "00".
           88 RUN-LOG-EOF          VALUE "10".
       01  WS-RUN-LOG-KEPT-STATUS  PIC XX VALUE "00".
           88 RUN-LOG-KEPT-OK      VALUE "00".
       01  WS-HOUSEKEEP-BACKUP-STATUS PIC XX VALUE "00".
           88 HOUSEKEEP-BACKUP-OK  VALUE "00".
       01  WS-HOUSEKEEP-REPORT-STATUS PIC XX VALUE "00".
           88 HOUSEKEEP-REPORT-OK  VALUE "00".

       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-RUN-LOG-LABEL        PIC X(12) VALUE "RUNLOG".
       01  WS-LOG-ONLY-SW          PIC X VALUE 'N'.
           88 RUN-LOG-ONLY         VALUE 'Y'.
       01  WS-RUN-RETURN-CODE      PIC 9(4) VALUE ZERO.

      *    Forward-recovery journal - see RCVJRNL.
       01  WS-JRNL-FUNCTION        PIC X VALUE 'W'.
       01  WS-JRNL-NAME            PIC X(8) VALUE "HOUSEKP".
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "HOUSEKP".
       01  WS-JRNL-FILE-NAME       PIC X(8) VALUE SPACES.
       01  WS-JRNL-ACTION          PIC X VALUE 'D'.
       01  WS-JRNL-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE     PIC X(80) VALUE SPACES.

      *    The file being purged - reset for each file in turn.
       01  WS-FILE-LABEL           PIC X(12) VALUE SPACES.
       01  WS-FILE-STATUS          PIC XX VALUE "00".
       01  WS-KEEP-DAYS            PIC 9(3) VALUE ZERO.
       01  WS-RECORD-DATE          PIC 9(8) VALUE ZERO.
       01  WS-DAYS-OLD             PIC S9(7) VALUE ZERO.
       01  WS-EXPIRED-SW           PIC X VALUE 'N'.
           88 RECORD-EXPIRED       VALUE 'Y'.
       01  WS-COUNT-BEFORE         PIC 9(9) VALUE ZERO.
       01  WS-COUNT-PURGED         PIC 9(9) VALUE ZERO.
       01  WS-COUNT-AFTER          PIC 9(9) VALUE ZERO.
       01  WS-COUNT-UNDATED        PIC 9(9) VALUE ZERO.
       01  WS-COUNT-ERRORS         PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-PURGED         PIC 9(9) VALUE ZERO.

       01  WS-HOUSEKEEP-HEADING.
           05  FILLER              PIC X(28) VALUE
               "CONTROL FILE HOUSEKEEPING - ".
           05  FILLER              PIC X(14) VALUE
               "BUSINESS DATE ".
           05  HH-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(5) VALUE " RUN ".
           05  HH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(69) VALUE SPACES.
       01  WS-HOUSEKEEP-COLUMN-HEADING.
           05  FILLER              PIC X(36) VALUE
               "FILE         KEEP DAYS      BEFORE ".
           05  FILLER              PIC X(40) VALUE
               "   PURGED      AFTER    UNDATED  NOTE".
           05  FILLER              PIC X(56) VALUE SPACES.
       01  WS-HOUSEKEEP-DETAIL.
           05  HD-FILE-LABEL       PIC X(12).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  HD-KEEP-DAYS        PIC ZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  HD-COUNT-BEFORE     PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  HD-COUNT-PURGED     PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  HD-COUNT-AFTER      PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  HD-COUNT-UNDATED    PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  HD-NOTE             PIC X(32).
           05  FILLER              PIC X(31) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-HOUSEKEEP-PARM.
           05  LK-PARM-LENGTH      PIC S9(4) COMP.
           05  LK-PARM-DATA.
               10  LK-PARM-RUN-LOG-LABEL PIC X(12).

       PROCEDURE DIVISION USING LK-HOUSEKEEP-PARM.
       HOUSEKEEP-LOGIC.
           DISPLAY "=================================".
           DISPLAY "CONTROL FILE HOUSEKEEPING STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CW-CURRENT-TIME FROM TIME.

           IF LK-PARM-LENGTH > ZERO
               SET RUN-LOG-ONLY TO TRUE
               MOVE SPACES TO WS-RUN-LOG-LABEL
               IF LK-PARM-LENGTH < 12
                   MOVE LK-PARM-RUN-LOG-LABEL (1:LK-PARM-LENGTH)
                       TO WS-RUN-LOG-LABEL
               ELSE
                   MOVE LK-PARM-RUN-LOG-LABEL TO WS-RUN-LOG-LABEL
               END-IF
           END-IF.

           PERFORM LOAD-BUSINESS-DATE.
           PERFORM CHECK-CYCLE-NOT-ACTIVE.
           PERFORM LOAD-HOUSEKEEP-PARM.
           PERFORM OPEN-HOUSEKEEP-OUTPUT.

           IF NOT RUN-LOG-ONLY
               PERFORM NAME-JOURNAL-JOB
               PERFORM LOAD-DUP-WINDOW-PARM
               PERFORM PURGE-DUP-CHECK-FILE
               PERFORM PURGE-VELOCITY-FILE
               PERFORM PURGE-JOB-STATUS-FILE
               PERFORM PURGE-RETURN-HISTORY-FILE
               PERFORM PURGE-STEP-CONTROL-FILE
           END-IF.
           PERFORM TRIM-RUN-LOG-FILE.

           CLOSE HOUSEKEEP-BACKUP-FILE.
           CLOSE HOUSEKEEP-REPORT-FILE.

           DISPLAY "HOUSEKEEPING: RECORDS PURGED: " WS-TOTAL-PURGED.
           DISPLAY "=================================".

           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-BUSINESS-DATE = ZERO
               DISPLAY "HOUSEKEEPING: BUSINESS DATE NOT AVAILABLE - "
                       "NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "HOUSEKEEPING: BUSINESS DATE " WS-BUSINESS-DATE.

       CHECK-CYCLE-NOT-ACTIVE.
      *    DATE-ADVANCE closes a cycle by moving the business date
      *    on, so any step on file for the current business date
      *    means that date's cycle has started and not yet closed.
           OPEN INPUT STEP-CONTROL-FILE.
           IF STEP-CONTROL-MISSING
               DISPLAY "HOUSEKEEPING: STEPCTL NOT YET CREATED - "
                       "NO CYCLE UNDER CONTROL"
           ELSE
               IF NOT STEP-CONTROL-OK
                   DISPLAY "HOUSEKEEPING: UNABLE TO OPEN STEPCTL "
                           WS-STEP-CONTROL-STATUS " - NOT RUN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE
               MOVE LOW-VALUES TO SC-STEP-NAME
               START STEP-CONTROL-FILE
                   KEY IS NOT LESS THAN SC-CONTROL-KEY
                   INVALID KEY
                       SET STEP-CONTROL-EOF TO TRUE
               END-START
               IF NOT STEP-CONTROL-EOF
                   READ STEP-CONTROL-FILE NEXT RECORD
                       AT END
                           SET STEP-CONTROL-EOF TO TRUE
                   END-READ
               END-IF
               IF NOT STEP-CONTROL-EOF
                  AND SC-BUSINESS-DATE = WS-BUSINESS-DATE
                   DISPLAY "HOUSEKEEPING: PAYRUN CYCLE IN PROGRESS "
                           "FOR " WS-BUSINESS-DATE " - STEP "
                           SC-STEP-NAME " ON STEPCTL"
                   DISPLAY "HOUSEKEEPING: NOT RUN - RESUBMIT ONCE "
                           "THE CYCLE HAS CLOSED"
                   CLOSE STEP-CONTROL-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE STEP-CONTROL-FILE
           END-IF.

       LOAD-HOUSEKEEP-PARM.
           OPEN INPUT HOUSEKEEP-PARM-FILE.
           IF HOUSEKEEP-PARM-OK
               READ HOUSEKEEP-PARM-FILE
                   NOT AT END
                       PERFORM APPLY-HOUSEKEEP-PARM
               END-READ
               CLOSE HOUSEKEEP-PARM-FILE
           ELSE
               DISPLAY "HOUSEKEEPING: PARAMETER FILE NOT "
                       "AVAILABLE - USING DEFAULTS"
           END-IF.

       APPLY-HOUSEKEEP-PARM.
           IF HK-VELOCITY-KEEP-DAYS NUMERIC
              AND HK-VELOCITY-KEEP-DAYS > ZERO
               MOVE HK-VELOCITY-KEEP-DAYS TO WS-VELOCITY-KEEP-DAYS
           END-IF.
           IF HK-JOBSTAT-KEEP-DAYS NUMERIC
              AND HK-JOBSTAT-KEEP-DAYS > ZERO
               MOVE HK-JOBSTAT-KEEP-DAYS TO WS-JOBSTAT-KEEP-DAYS
           END-IF.
           IF HK-RETHIST-KEEP-DAYS NUMERIC
              AND HK-RETHIST-KEEP-DAYS > ZERO
               MOVE HK-RETHIST-KEEP-DAYS TO WS-RETHIST-KEEP-DAYS
           END-IF.
           IF HK-RUNLOG-KEEP-DAYS NUMERIC
              AND HK-RUNLOG-KEEP-DAYS > ZERO
               MOVE HK-RUNLOG-KEEP-DAYS TO WS-RUNLOG-KEEP-DAYS
           END-IF.
           IF HK-STEPCTL-KEEP-DAYS NUMERIC
              AND HK-STEPCTL-KEEP-DAYS > ZERO
               MOVE HK-STEPCTL-KEEP-DAYS TO WS-STEPCTL-KEEP-DAYS
           END-IF.

       LOAD-DUP-WINDOW-PARM.
      *    The version DUPCHECK applies today, widened to any later-
      *    dated version so keys it will need are not purged early.
           OPEN INPUT DUP-WINDOW-PARM-FILE.
           IF DUP-PARM-FILE-OK
               PERFORM READ-DUP-PARM-RECORD
                   UNTIL DUP-PARM-EOF
               CLOSE DUP-WINDOW-PARM-FILE
           ELSE
               DISPLAY "HOUSEKEEPING: DUPPARM NOT AVAILABLE - "
                       "USING DEFAULT WINDOW"
           END-IF.
           IF WS-DUP-LATER-WINDOW-DAYS > WS-DUP-WINDOW-DAYS
               MOVE WS-DUP-LATER-WINDOW-DAYS TO WS-DUP-WINDOW-DAYS
           END-IF.

       READ-DUP-PARM-RECORD.
           READ DUP-WINDOW-PARM-FILE
               AT END
                   SET DUP-PARM-EOF TO TRUE
               NOT AT END
                   IF DWP-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                       IF DWP-EFFECTIVE-DATE >= WS-DUP-EFF-DATE
                           MOVE DWP-WINDOW-DAYS TO WS-DUP-WINDOW-DAYS
                           MOVE DWP-EFFECTIVE-DATE TO WS-DUP-EFF-DATE
                       END-IF
                   ELSE
                       IF DWP-WINDOW-DAYS > WS-DUP-LATER-WINDOW-DAYS
                           MOVE DWP-WINDOW-DAYS TO
                               WS-DUP-LATER-WINDOW-DAYS
                       END-IF
                   END-IF
           END-READ.

       OPEN-HOUSEKEEP-OUTPUT.
           OPEN OUTPUT HOUSEKEEP-REPORT-FILE.
           IF NOT HOUSEKEEP-REPORT-OK
               DISPLAY "HOUSEKEEPING: UNABLE TO OPEN HKRPT "
                       WS-HOUSEKEEP-REPORT-STATUS " - NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HOUSEKEEP-BACKUP-FILE.
           IF NOT HOUSEKEEP-BACKUP-OK
               DISPLAY "HOUSEKEEPING: UNABLE TO OPEN HKBACKUP "
                       WS-HOUSEKEEP-BACKUP-STATUS " - NOT RUN"
               CLOSE HOUSEKEEP-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO HH-BUSINESS-DATE.
           MOVE CW-CURRENT-DATE TO HH-RUN-DATE.
           MOVE WS-HOUSEKEEP-HEADING TO HOUSEKEEP-REPORT-LINE.
           WRITE HOUSEKEEP-REPORT-LINE.
           MOVE SPACES TO HOUSEKEEP-REPORT-LINE.
           WRITE HOUSEKEEP-REPORT-LINE.
           MOVE WS-HOUSEKEEP-COLUMN-HEADING TO HOUSEKEEP-REPORT-LINE.
           WRITE HOUSEKEEP-REPORT-LINE.

       START-FILE.
           MOVE ZERO TO WS-COUNT-BEFORE.
           MOVE ZERO TO WS-COUNT-PURGED.
           MOVE ZERO TO WS-COUNT-AFTER.
           MOVE ZERO TO WS-COUNT-UNDATED.
           MOVE ZERO TO WS-COUNT-ERRORS.
           MOVE SPACES TO HD-NOTE.

      *****************************************************************
      * DUPCHECK - keys first seen outside the duplicate window.
      *****************************************************************
       PURGE-DUP-CHECK-FILE.
           MOVE "DUPCHECK" TO WS-FILE-LABEL.
           MOVE WS-DUP-WINDOW-DAYS TO WS-KEEP-DAYS.
           PERFORM START-FILE.
           OPEN I-O DUP-CHECK-FILE.
           IF NOT DUP-CHECK-OK
               MOVE WS-DUP-CHECK-STATUS TO WS-FILE-STATUS
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM READ-DUP-CHECK
               PERFORM PURGE-DUP-CHECK-RECORD
                   UNTIL DUP-CHECK-EOF
               CLOSE DUP-CHECK-FILE
               PERFORM WRITE-FILE-LINE
           END-IF.

       READ-DUP-CHECK.
           READ DUP-CHECK-FILE NEXT RECORD
               AT END
                   SET DUP-CHECK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-BEFORE
           END-READ.

       PURGE-DUP-CHECK-RECORD.
           MOVE DK-FIRST-SEEN-DATE TO WS-RECORD-DATE.
           PERFORM AGE-RECORD.
           IF RECORD-EXPIRED
               MOVE DUP-CHECK-RECORD TO HB-RECORD-IMAGE
               MOVE LENGTH OF DUP-CHECK-RECORD TO HB-RECORD-LENGTH
               PERFORM WRITE-BACKUP-RECORD
               MOVE DUP-CHECK-RECORD TO WS-JRNL-BEFORE-IMAGE
               DELETE DUP-CHECK-FILE
               MOVE WS-DUP-CHECK-STATUS TO WS-FILE-STATUS
               PERFORM COUNT-DELETE
               PERFORM JOURNAL-PURGED-RECORD
           END-IF.
           PERFORM READ-DUP-CHECK.

      *****************************************************************
      * VELOCITY - counters not touched within the retention days.
      *****************************************************************
       PURGE-VELOCITY-FILE.
           MOVE "VELOCITY" TO WS-FILE-LABEL.
           MOVE WS-VELOCITY-KEEP-DAYS TO WS-KEEP-DAYS.
           PERFORM START-FILE.
           OPEN I-O VELOCITY-FILE.
           IF NOT VELOCITY-OK
               MOVE WS-VELOCITY-STATUS TO WS-FILE-STATUS
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM READ-VELOCITY
               PERFORM PURGE-VELOCITY-RECORD
                   UNTIL VELOCITY-EOF
               CLOSE VELOCITY-FILE
               PERFORM WRITE-FILE-LINE
           END-IF.

       READ-VELOCITY.
           READ VELOCITY-FILE NEXT RECORD
               AT END
                   SET VELOCITY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-BEFORE
           END-READ.

       PURGE-VELOCITY-RECORD.
           MOVE VL-CHECK-DATE TO WS-RECORD-DATE.
           PERFORM AGE-RECORD.
           IF RECORD-EXPIRED
               MOVE VELOCITY-RECORD TO HB-RECORD-IMAGE
               MOVE LENGTH OF VELOCITY-RECORD TO HB-RECORD-LENGTH
               PERFORM WRITE-BACKUP-RECORD
               MOVE VELOCITY-RECORD TO WS-JRNL-BEFORE-IMAGE
               DELETE VELOCITY-FILE
               MOVE WS-VELOCITY-STATUS TO WS-FILE-STATUS
               PERFORM COUNT-DELETE
               PERFORM JOURNAL-PURGED-RECORD
           END-IF.
           PERFORM READ-VELOCITY.

      *****************************************************************
      * JOBSTAT - heartbeats of jobs not run within the retention.
      *****************************************************************
       PURGE-JOB-STATUS-FILE.
           MOVE "JOBSTAT" TO WS-FILE-LABEL.
           MOVE WS-JOBSTAT-KEEP-DAYS TO WS-KEEP-DAYS.
           PERFORM START-FILE.
           OPEN I-O JOB-STATUS-FILE.
           IF NOT JOB-STATUS-OK
               MOVE WS-JOB-STATUS-STATUS TO WS-FILE-STATUS
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM READ-JOB-STATUS
               PERFORM PURGE-JOB-STATUS-RECORD
                   UNTIL JOB-STATUS-EOF
               CLOSE JOB-STATUS-FILE
               PERFORM WRITE-FILE-LINE
           END-IF.

       READ-JOB-STATUS.
           READ JOB-STATUS-FILE NEXT RECORD
               AT END
                   SET JOB-STATUS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-BEFORE
           END-READ.

       PURGE-JOB-STATUS-RECORD.
           MOVE JS-HEARTBEAT-DATE TO WS-RECORD-DATE.
           PERFORM AGE-RECORD.
           IF RECORD-EXPIRED
               MOVE JOB-STATUS-RECORD TO HB-RECORD-IMAGE
               MOVE LENGTH OF JOB-STATUS-RECORD TO HB-RECORD-LENGTH
               PERFORM WRITE-BACKUP-RECORD
               DELETE JOB-STATUS-FILE
               MOVE WS-JOB-STATUS-STATUS TO WS-FILE-STATUS
               PERFORM COUNT-DELETE
           END-IF.
           PERFORM READ-JOB-STATUS.

      *****************************************************************
      * RETHIST - customers with no return within the retention.
      *****************************************************************
       PURGE-RETURN-HISTORY-FILE.
           MOVE "RETHIST" TO WS-FILE-LABEL.
           MOVE WS-RETHIST-KEEP-DAYS TO WS-KEEP-DAYS.
           PERFORM START-FILE.
           OPEN I-O RETURN-HISTORY-FILE.
           IF NOT RETURN-HISTORY-OK
               MOVE WS-RETURN-HISTORY-STATUS TO WS-FILE-STATUS
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM READ-RETURN-HISTORY
               PERFORM PURGE-RETURN-HISTORY-RECORD
                   UNTIL RETURN-HISTORY-EOF
               CLOSE RETURN-HISTORY-FILE
               PERFORM WRITE-FILE-LINE
           END-IF.

       READ-RETURN-HISTORY.
           READ RETURN-HISTORY-FILE NEXT RECORD
               AT END
                   SET RETURN-HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-BEFORE
           END-READ.

       PURGE-RETURN-HISTORY-RECORD.
           MOVE RN-LAST-RETURN-DATE TO WS-RECORD-DATE.
           PERFORM AGE-RECORD.
           IF RECORD-EXPIRED
               MOVE RETURN-HISTORY-RECORD TO HB-RECORD-IMAGE
               MOVE LENGTH OF RETURN-HISTORY-RECORD TO
                   HB-RECORD-LENGTH
               PERFORM WRITE-BACKUP-RECORD
               DELETE RETURN-HISTORY-FILE
               MOVE WS-RETURN-HISTORY-STATUS TO WS-FILE-STATUS
               PERFORM COUNT-DELETE
           END-IF.
           PERFORM READ-RETURN-HISTORY.

      *****************************************************************
      * STEPCTL - business dates older than the retention.
      *****************************************************************
       PURGE-STEP-CONTROL-FILE.
           MOVE "STEPCTL" TO WS-FILE-LABEL.
           MOVE WS-STEPCTL-KEEP-DAYS TO WS-KEEP-DAYS.
           PERFORM START-FILE.
           OPEN I-O STEP-CONTROL-FILE.
           EVALUATE TRUE
               WHEN STEP-CONTROL-MISSING
                   MOVE "NOT YET CREATED" TO HD-NOTE
                   PERFORM WRITE-REPORT-LINE
               WHEN NOT STEP-CONTROL-OK
                   MOVE WS-STEP-CONTROL-STATUS TO WS-FILE-STATUS
                   PERFORM NOTE-FILE-UNAVAILABLE
               WHEN OTHER
                   PERFORM READ-STEP-CONTROL
                   PERFORM PURGE-STEP-CONTROL-RECORD
                       UNTIL STEP-CONTROL-EOF
                   CLOSE STEP-CONTROL-FILE
                   PERFORM WRITE-FILE-LINE
           END-EVALUATE.

       READ-STEP-CONTROL.
           READ STEP-CONTROL-FILE NEXT RECORD
               AT END
                   SET STEP-CONTROL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-BEFORE
           END-READ.

       PURGE-STEP-CONTROL-RECORD.
           MOVE SC-BUSINESS-DATE TO WS-RECORD-DATE.
           PERFORM AGE-RECORD.
           IF RECORD-EXPIRED
               MOVE STEP-CONTROL-RECORD TO HB-RECORD-IMAGE
               MOVE LENGTH OF STEP-CONTROL-RECORD TO HB-RECORD-LENGTH
               PERFORM WRITE-BACKUP-RECORD
               DELETE STEP-CONTROL-FILE
               MOVE WS-STEP-CONTROL-STATUS TO WS-FILE-STATUS
               PERFORM COUNT-DELETE
           END-IF.
           PERFORM READ-STEP-CONTROL.

      *****************************************************************
      * RUNLOG - entries older than the retention are unloaded, the
      * rest copied to RUNLOGK for the job to copy back.
      *****************************************************************
       TRIM-RUN-LOG-FILE.
           MOVE WS-RUN-LOG-LABEL TO WS-FILE-LABEL.
           MOVE WS-RUNLOG-KEEP-DAYS TO WS-KEEP-DAYS.
           PERFORM START-FILE.
           OPEN INPUT RUN-LOG-FILE.
           IF NOT RUN-LOG-OK
               MOVE WS-RUN-LOG-STATUS TO WS-FILE-STATUS
               PERFORM NOTE-RUN-LOG-UNAVAILABLE
           ELSE
               OPEN OUTPUT RUN-LOG-KEPT-FILE
               IF NOT RUN-LOG-KEPT-OK
                   MOVE WS-RUN-LOG-KEPT-STATUS TO WS-FILE-STATUS
                   PERFORM NOTE-RUN-LOG-UNAVAILABLE
               ELSE
                   PERFORM READ-RUN-LOG
                   PERFORM TRIM-RUN-LOG-RECORD
                       UNTIL RUN-LOG-EOF
                   CLOSE RUN-LOG-KEPT-FILE
                   PERFORM WRITE-FILE-LINE
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET RUN-LOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-BEFORE
           END-READ.

       TRIM-RUN-LOG-RECORD.
           MOVE RL-LOG-DATE TO WS-RECORD-DATE.
           PERFORM AGE-RECORD.
           IF RECORD-EXPIRED
               MOVE RUN-LOG-RECORD TO HB-RECORD-IMAGE
               MOVE LENGTH OF RUN-LOG-RECORD TO HB-RECORD-LENGTH
               PERFORM WRITE-BACKUP-RECORD
               ADD 1 TO WS-COUNT-PURGED
           ELSE
               MOVE RUN-LOG-RECORD TO RUN-LOG-KEPT-RECORD
               WRITE RUN-LOG-KEPT-RECORD
           END-IF.
           PERFORM READ-RUN-LOG.

      *****************************************************************
      * Common aging, backup and reporting.
      *****************************************************************
       AGE-RECORD.
      *    A record with no date cannot be aged and is kept.
           MOVE 'N' TO WS-EXPIRED-SW.
           IF WS-RECORD-DATE = ZERO
               ADD 1 TO WS-COUNT-UNDATED
           ELSE
               COMPUTE WS-DAYS-OLD =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) -
                   FUNCTION INTEGER-OF-DATE (WS-RECORD-DATE)
               IF WS-DAYS-OLD > WS-KEEP-DAYS
                   SET RECORD-EXPIRED TO TRUE
               END-IF
           END-IF.

       WRITE-BACKUP-RECORD.
           MOVE WS-FILE-LABEL TO HB-FILE-NAME.
           MOVE WS-BUSINESS-DATE TO HB-PURGE-DATE.
           WRITE HOUSEKEEP-BACKUP-RECORD.

       COUNT-DELETE.
           IF WS-FILE-STATUS = "00"
               ADD 1 TO WS-COUNT-PURGED
           ELSE
               ADD 1 TO WS-COUNT-ERRORS
               DISPLAY "HOUSEKEEPING: ERROR DELETING FROM "
                       WS-FILE-LABEL " " WS-FILE-STATUS
           END-IF.

       NAME-JOURNAL-JOB.
           MOVE 'N' TO WS-JRNL-FUNCTION.
           CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                WS-JRNL-JOB-NAME
                                WS-JRNL-FILE-NAME
                                WS-JRNL-ACTION
                                WS-JRNL-BEFORE-IMAGE
                                WS-JRNL-AFTER-IMAGE.
           MOVE 'W' TO WS-JRNL-FUNCTION.

       JOURNAL-PURGED-RECORD.
           IF WS-FILE-STATUS = "00"
               MOVE WS-FILE-LABEL TO WS-JRNL-FILE-NAME
               CALL 'RCVJRNL' USING WS-JRNL-FUNCTION
                                    WS-JRNL-NAME
                                    WS-JRNL-FILE-NAME
                                    WS-JRNL-ACTION
                                    WS-JRNL-BEFORE-IMAGE
                                    WS-JRNL-AFTER-IMAGE
           END-IF.

       NOTE-FILE-UNAVAILABLE.
           DISPLAY "HOUSEKEEPING: UNABLE TO OPEN " WS-FILE-LABEL
                   " " WS-FILE-STATUS " - SKIPPED".
           MOVE "NOT AVAILABLE - SKIPPED" TO HD-NOTE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-RUN-RETURN-CODE < 4
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

       NOTE-RUN-LOG-UNAVAILABLE.
      *    Nothing was kept, so the job must not copy RUNLOGK back.
           DISPLAY "HOUSEKEEPING: UNABLE TO OPEN " WS-FILE-LABEL
                   " " WS-FILE-STATUS " - NOT TRIMMED".
           MOVE "NOT AVAILABLE - NOT TRIMMED" TO HD-NOTE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 8 TO WS-RUN-RETURN-CODE.

       WRITE-FILE-LINE.
           COMPUTE WS-COUNT-AFTER = WS-COUNT-BEFORE - WS-COUNT-PURGED.
           ADD WS-COUNT-PURGED TO WS-TOTAL-PURGED.
           IF WS-COUNT-ERRORS > ZERO
               MOVE "DELETE ERRORS - SEE SYSOUT" TO HD-NOTE
               IF WS-RUN-RETURN-CODE < 4
                   MOVE 4 TO WS-RUN-RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "HOUSEKEEPING: " WS-FILE-LABEL " BEFORE: "
                   WS-COUNT-BEFORE " PURGED: " WS-COUNT-PURGED
                   " AFTER: " WS-COUNT-AFTER.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-FILE-LABEL TO HD-FILE-LABEL.
           MOVE WS-KEEP-DAYS TO HD-KEEP-DAYS.
           MOVE WS-COUNT-BEFORE TO HD-COUNT-BEFORE.
           MOVE WS-COUNT-PURGED TO HD-COUNT-PURGED.
           MOVE WS-COUNT-AFTER TO HD-COUNT-AFTER.
           MOVE WS-COUNT-UNDATED TO HD-COUNT-UNDATED.
           MOVE WS-HOUSEKEEP-DETAIL TO HOUSEKEEP-REPORT-LINE.
           WRITE HOUSEKEEP-REPORT-LINE.
