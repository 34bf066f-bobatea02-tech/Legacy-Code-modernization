       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-LIST.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Step-completion listing - Shows the operator, before a PAYRUN
      * rerun, which steps of which business date are done, which
      * failed and which never started, from the run-control file
      * (STEPCTL) the PAYRUN step programs stamp through
      * STEP-CONTROL. Every PAYRUN step is listed for each business
      * date on the file, in job order: DONE with its counts and
      * return code, FAILED when it was stamped with a return code
      * above 4, NOT ENDED when it started and was never stamped (it
      * abended, or it is still running), and NOT STARTED when the
      * file has no record of it. The run count and the forced flag
      * show a step that has been rerun. A step on the file that is
      * not one of the PAYRUN steps is listed after them.
      * PARM='CCYYMMDD' lists that business date alone; without a
      * PARM every date on the file is listed. The listing goes to
      * STEPRPT with a totals line per date.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CONTROL-KEY
               FILE STATUS IS WS-STEP-CONTROL-STATUS.
           SELECT STEP-REPORT-FILE ASSIGN TO "STEPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STEP-CONTROL-REC.

       FD  STEP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STEP-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-STEP-CONTROL-STATUS  PIC XX VALUE "00".
           88 STEP-CONTROL-OK      VALUE "00".
           88 STEP-CONTROL-EOF     VALUE "10".
       01  WS-STEP-REPORT-STATUS   PIC XX VALUE "00".
           88 STEP-REPORT-OK       VALUE "00".
       01  WS-SELECT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-GROUP-DATE           PIC 9(8) VALUE ZERO.

      *    The PAYRUN steps in job order - the names the step
      *    programs pass to STEP-CONTROL.
       01  WS-PAYRUN-STEP-VALUES.
           05  FILLER              PIC X(8) VALUE "PREFLGHT".
           05  FILLER              PIC X(8) VALUE "BTCHEDIT".
           05  FILLER              PIC X(8) VALUE "STORDGEN".
           05  FILLER              PIC X(8) VALUE "CAPMERGE".
           05  FILLER              PIC X(8) VALUE "WAREHSE".
           05  FILLER              PIC X(8) VALUE "PARTSPLT".
           05  FILLER              PIC X(8) VALUE "IDALP001".
           05  FILLER              PIC X(8) VALUE "IDALP002".
           05  FILLER              PIC X(8) VALUE "IDALP003".
           05  FILLER              PIC X(8) VALUE "MAINP001".
           05  FILLER              PIC X(8) VALUE "MAINP002".
           05  FILLER              PIC X(8) VALUE "MAINP003".
           05  FILLER              PIC X(8) VALUE "SUMMERGE".
           05  FILLER              PIC X(8) VALUE "LOGMERGE".
           05  FILLER              PIC X(8) VALUE "TRENDRPT".
           05  FILLER              PIC X(8) VALUE "SETTLRUN".
           05  FILLER              PIC X(8) VALUE "CUSTNTC".
           05  FILLER              PIC X(8) VALUE "LVRPT".
           05  FILLER              PIC X(8) VALUE "CHANSCR".
           05  FILLER              PIC X(8) VALUE "DATEADVN".
       01  WS-PAYRUN-STEP-TABLE REDEFINES WS-PAYRUN-STEP-VALUES.
           05  WS-PAYRUN-STEP      PIC X(8) OCCURS 20 TIMES.
       01  WS-PAYRUN-STEP-COUNT    PIC 9(2) VALUE 20.
       01  WS-PS-IDX               PIC 9(2) VALUE ZERO.

      *    The records on file for the business date being listed.
       01  WS-GROUP-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-GROUP-IDX            PIC 9(2) VALUE ZERO.
       01  WS-GROUP-FOUND-IDX      PIC 9(2) VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 40 TIMES.
               10  WS-GE-STEP-NAME PIC X(8).
               10  WS-GE-RECORD    PIC X(90).
               10  WS-GE-LISTED-SW PIC X.
                   88  WS-GE-LISTED VALUE 'Y'.

      *    The entry being listed - the file's own record area holds
      *    the first record of the next date meanwhile.
           COPY STEP-CONTROL-REC REPLACING
               ==STEP-CONTROL-RECORD== BY ==LISTED-STEP-RECORD==
               LEADING ==SC== BY ==SG==.

       01  WS-COUNT-DATES          PIC 9(5) VALUE ZERO.
       01  WS-COUNT-DONE           PIC 9(3) VALUE ZERO.
       01  WS-COUNT-FAILED         PIC 9(3) VALUE ZERO.
       01  WS-COUNT-NOT-STARTED    PIC 9(3) VALUE ZERO.
       01  WS-COUNT-DROPPED        PIC 9(5) VALUE ZERO.

       01  WS-STEP-HEADING.
           05  FILLER              PIC X(34) VALUE
               "PAYRUN STEP COMPLETION LISTING - ".
           05  SH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(90) VALUE SPACES.
       01  WS-STEP-DATE-HEADING.
           05  FILLER              PIC X(14) VALUE
               "BUSINESS DATE ".
           05  SD-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(110) VALUE SPACES.
       01  WS-STEP-COLUMN-HEADING.
           05  FILLER              PIC X(33) VALUE
               "STEP     STATUS      RC   RUN FOR".
           05  FILLER              PIC X(36) VALUE
               "CED STARTED         ENDED           ".
           05  FILLER              PIC X(30) VALUE
               "     READ   WRITTEN  REJECTED".
           05  FILLER              PIC X(33) VALUE SPACES.
       01  WS-STEP-DETAIL.
           05  SL-STEP-NAME        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-STATUS           PIC X(11).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-RETURN-CODE      PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-RUN-COUNT        PIC 9(3).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-FORCED           PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-START-DATE       PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-START-TIME       PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-END-DATE         PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-END-TIME         PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-COUNT-READ       PIC 9(9).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-COUNT-WRITTEN    PIC 9(9).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-COUNT-REJECTED   PIC 9(9).
           05  FILLER              PIC X(34) VALUE SPACES.
       01  WS-STEP-NOT-STARTED-LINE.
           05  SN-STEP-NAME        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  FILLER              PIC X(11) VALUE "NOT STARTED".
           05  FILLER              PIC X(112) VALUE SPACES.
       01  WS-STEP-TOTAL-LINE.
           05  FILLER              PIC X(6) VALUE "DONE: ".
           05  ST-COUNT-DONE       PIC 9(3).
           05  FILLER              PIC X(10) VALUE " FAILED: ".
           05  ST-COUNT-FAILED     PIC 9(3).
           05  FILLER              PIC X(15) VALUE " NOT STARTED: ".
           05  ST-COUNT-NOT-STARTED PIC 9(3).
           05  FILLER              PIC X(92) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-STEP-LIST-PARM.
           05  LK-PARM-LENGTH      PIC S9(4) COMP.
           05  LK-PARM-DATA.
               10  LK-PARM-BUSINESS-DATE PIC X(8).

       PROCEDURE DIVISION USING LK-STEP-LIST-PARM.
       STEP-LIST-LOGIC.
           DISPLAY "=================================".
           DISPLAY "STEP COMPLETION LISTING STARTED".
           DISPLAY "=================================".

           ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.

           IF LK-PARM-LENGTH >= 8
               IF LK-PARM-BUSINESS-DATE NOT NUMERIC
                   DISPLAY "STEP LIST: PARM MUST BE A BUSINESS DATE "
                           "CCYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-PARM-BUSINESS-DATE TO WS-SELECT-DATE
           END-IF.

           OPEN INPUT STEP-CONTROL-FILE.
           IF NOT STEP-CONTROL-OK
               DISPLAY "STEP LIST: UNABLE TO OPEN STEPCTL "
                       WS-STEP-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STEP-REPORT-FILE.
           IF NOT STEP-REPORT-OK
               DISPLAY "STEP LIST: UNABLE TO OPEN STEPRPT "
                       WS-STEP-REPORT-STATUS
               CLOSE STEP-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CW-CURRENT-DATE TO SH-RUN-DATE.
           MOVE WS-STEP-HEADING TO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.

           IF WS-SELECT-DATE NOT = ZERO
               PERFORM POSITION-AT-SELECTED-DATE
               MOVE WS-SELECT-DATE TO WS-GROUP-DATE
               PERFORM LIST-ONE-DATE
           ELSE
               PERFORM READ-STEP-CONTROL
               PERFORM LIST-NEXT-DATE
                   UNTIL STEP-CONTROL-EOF
           END-IF.

           CLOSE STEP-CONTROL-FILE.
           CLOSE STEP-REPORT-FILE.

           DISPLAY "STEP LIST: BUSINESS DATES LISTED: "
                   WS-COUNT-DATES.
           IF WS-COUNT-DROPPED > ZERO
               DISPLAY "STEP LIST: STEP RECORDS NOT LISTED: "
                       WS-COUNT-DROPPED
           END-IF.
           DISPLAY "=================================".

           STOP RUN.

       POSITION-AT-SELECTED-DATE.
      *    No record at or after the date leaves the group empty:
      *    every step of the date is then listed as not started.
           MOVE WS-SELECT-DATE TO SC-BUSINESS-DATE.
           MOVE LOW-VALUES TO SC-STEP-NAME.
           START STEP-CONTROL-FILE
               KEY IS NOT LESS THAN SC-CONTROL-KEY
               INVALID KEY
                   SET STEP-CONTROL-EOF TO TRUE
           END-START.
           IF NOT STEP-CONTROL-EOF
               PERFORM READ-STEP-CONTROL
           END-IF.

       READ-STEP-CONTROL.
           READ STEP-CONTROL-FILE NEXT RECORD
               AT END
                   SET STEP-CONTROL-EOF TO TRUE
           END-READ.

       LIST-NEXT-DATE.
           MOVE SC-BUSINESS-DATE TO WS-GROUP-DATE.
           PERFORM LIST-ONE-DATE.

       LIST-ONE-DATE.
           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE ZERO TO WS-COUNT-DONE.
           MOVE ZERO TO WS-COUNT-FAILED.
           MOVE ZERO TO WS-COUNT-NOT-STARTED.
           PERFORM LOAD-GROUP-RECORD
               UNTIL STEP-CONTROL-EOF
                  OR SC-BUSINESS-DATE NOT = WS-GROUP-DATE.

           MOVE SPACES TO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.
           MOVE WS-GROUP-DATE TO SD-BUSINESS-DATE.
           MOVE WS-STEP-DATE-HEADING TO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.
           MOVE WS-STEP-COLUMN-HEADING TO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.

           PERFORM LIST-PAYRUN-STEP
               VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-PAYRUN-STEP-COUNT.
           PERFORM LIST-OTHER-STEP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.

           MOVE WS-COUNT-DONE TO ST-COUNT-DONE.
           MOVE WS-COUNT-FAILED TO ST-COUNT-FAILED.
           MOVE WS-COUNT-NOT-STARTED TO ST-COUNT-NOT-STARTED.
           MOVE WS-STEP-TOTAL-LINE TO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.
           ADD 1 TO WS-COUNT-DATES.

       LOAD-GROUP-RECORD.
           IF WS-GROUP-COUNT < 40
               ADD 1 TO WS-GROUP-COUNT
               MOVE SC-STEP-NAME TO WS-GE-STEP-NAME (WS-GROUP-COUNT)
               MOVE STEP-CONTROL-RECORD TO
                   WS-GE-RECORD (WS-GROUP-COUNT)
               MOVE 'N' TO WS-GE-LISTED-SW (WS-GROUP-COUNT)
           ELSE
               ADD 1 TO WS-COUNT-DROPPED
           END-IF.
           PERFORM READ-STEP-CONTROL.

       LIST-PAYRUN-STEP.
           MOVE ZERO TO WS-GROUP-FOUND-IDX.
           PERFORM FIND-GROUP-STEP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                  OR WS-GROUP-FOUND-IDX NOT = ZERO.
           IF WS-GROUP-FOUND-IDX = ZERO
               MOVE WS-PAYRUN-STEP (WS-PS-IDX) TO SN-STEP-NAME
               MOVE WS-STEP-NOT-STARTED-LINE TO STEP-REPORT-LINE
               WRITE STEP-REPORT-LINE
               ADD 1 TO WS-COUNT-NOT-STARTED
           ELSE
               MOVE WS-GE-RECORD (WS-GROUP-FOUND-IDX) TO
                   LISTED-STEP-RECORD
               SET WS-GE-LISTED (WS-GROUP-FOUND-IDX) TO TRUE
               PERFORM WRITE-STEP-DETAIL
           END-IF.

       FIND-GROUP-STEP.
           IF WS-GE-STEP-NAME (WS-GROUP-IDX) =
              WS-PAYRUN-STEP (WS-PS-IDX)
               MOVE WS-GROUP-IDX TO WS-GROUP-FOUND-IDX
           END-IF.

       LIST-OTHER-STEP.
           IF NOT WS-GE-LISTED (WS-GROUP-IDX)
               MOVE WS-GE-RECORD (WS-GROUP-IDX) TO
                   LISTED-STEP-RECORD
               PERFORM WRITE-STEP-DETAIL
           END-IF.

       WRITE-STEP-DETAIL.
           MOVE SG-STEP-NAME TO SL-STEP-NAME.
           EVALUATE TRUE
               WHEN SG-STATUS-COMPLETE
                   MOVE "DONE" TO SL-STATUS
                   ADD 1 TO WS-COUNT-DONE
               WHEN SG-STATUS-FAILED
                   MOVE "FAILED" TO SL-STATUS
                   ADD 1 TO WS-COUNT-FAILED
               WHEN OTHER
                   MOVE "NOT ENDED" TO SL-STATUS
                   ADD 1 TO WS-COUNT-FAILED
           END-EVALUATE.
           MOVE SG-RETURN-CODE TO SL-RETURN-CODE.
           MOVE SG-RUN-COUNT TO SL-RUN-COUNT.
           IF SG-RUN-FORCED
               MOVE "FORCED" TO SL-FORCED
           ELSE
               MOVE SPACES TO SL-FORCED
           END-IF.
           MOVE SG-START-DATE TO SL-START-DATE.
           MOVE SG-START-TIME TO SL-START-TIME.
           MOVE SG-END-DATE TO SL-END-DATE.
           MOVE SG-END-TIME TO SL-END-TIME.
           MOVE SG-COUNT-READ TO SL-COUNT-READ.
           MOVE SG-COUNT-WRITTEN TO SL-COUNT-WRITTEN.
           MOVE SG-COUNT-REJECTED TO SL-COUNT-REJECTED.
           MOVE WS-STEP-DETAIL TO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.
