       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVJRNL.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Forward-recovery journal - Shared subprogram every program
      * that adds, changes or deletes a record on the keyed control
      * files CUSTBAL, DUPCHECK, VELOCITY and TRANCTR calls (function
      * W) straight after the update succeeds, passing its own name,
      * the file, the action (A add, C change, D delete) and the
      * record's before and after images. Each call is stamped with
      * the date and time, the business date from BUSDATE, the job
      * and a sequence number and appended to the sequential
      * journal (RCVJRNL), so a control file lost or damaged mid-
      * cycle can be restored from its backup and rolled forward by
      * FORWARD-RECOVERY instead of losing every funds debit,
      * earmark, duplicate key and counter advance since the backup.
      * The job step's driving program names the job once at start
      * (function N, the job name in place of the program name);
      * never named, the job is left blank. The journal is opened on
      * the first image, extended across runs and created on first
      * use, so a step that updates nothing needs no RCVJRNL DD. If
      * it cannot be opened the step carries on and says so once on
      * SYSOUT - the night's postings are not stopped for the
      * journal, but the restore point is then last night's backup.
      * The online transactions only read these files, so nothing
      * online is journaled. A dry run (see RUN-MODE) changes none
      * of them and writes no journal.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RCVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECOVERY-JOURNAL-REC.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSINESS-DATE-REC.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-JOURNAL-STATUS       PIC XX VALUE "00".
           88 JOURNAL-OK           VALUE "00".
           88 JOURNAL-NOT-FOUND    VALUE "35".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
           88 BUSINESS-DATE-OK     VALUE "00".
       01  WS-INITIALIZED-SW       PIC X VALUE 'N'.
           88 JOURNAL-INITIALIZED  VALUE 'Y'.
       01  WS-JOURNAL-USABLE-SW    PIC X VALUE 'N'.
           88 JOURNAL-USABLE       VALUE 'Y'.
       01  WS-JOB-NAME             PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-JOURNAL-SEQUENCE     PIC 9(9) VALUE ZERO.
       01  WS-JOURNAL-TIME         PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-JRNL-FUNCTION        PIC X.
           88 JRNL-FUNC-NAME-JOB   VALUE 'N'.
           88 JRNL-FUNC-WRITE      VALUE 'W'.
      *    The program making the change on W; the job name on N.
       01  LS-JRNL-NAME            PIC X(8).
       01  LS-JRNL-FILE-NAME       PIC X(8).
       01  LS-JRNL-ACTION          PIC X.
       01  LS-JRNL-BEFORE-IMAGE    PIC X(80).
       01  LS-JRNL-AFTER-IMAGE     PIC X(80).

       PROCEDURE DIVISION USING LS-JRNL-FUNCTION
                                LS-JRNL-NAME
                                LS-JRNL-FILE-NAME
                                LS-JRNL-ACTION
                                LS-JRNL-BEFORE-IMAGE
                                LS-JRNL-AFTER-IMAGE.
       RCVJRNL-LOGIC.
           IF JRNL-FUNC-NAME-JOB
               MOVE LS-JRNL-NAME TO WS-JOB-NAME
               GOBACK
           END-IF.

           IF NOT JOURNAL-INITIALIZED
               PERFORM INITIALIZE-JOURNAL
           END-IF.

           IF JOURNAL-USABLE
               ADD 1 TO WS-JOURNAL-SEQUENCE
               ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOURNAL-TIME FROM TIME
               MOVE CW-CURRENT-DATE TO RJ-JOURNAL-DATE
               MOVE WS-JOURNAL-TIME TO RJ-JOURNAL-TIME
               MOVE WS-BUSINESS-DATE TO RJ-BUSINESS-DATE
               MOVE WS-JOB-NAME TO RJ-JOB-NAME
               MOVE LS-JRNL-NAME TO RJ-PROGRAM-ID
               MOVE WS-JOURNAL-SEQUENCE TO RJ-SEQUENCE
               MOVE LS-JRNL-FILE-NAME TO RJ-FILE-NAME
               MOVE LS-JRNL-ACTION TO RJ-ACTION
               MOVE LS-JRNL-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
               MOVE LS-JRNL-AFTER-IMAGE TO RJ-AFTER-IMAGE
               WRITE RECOVERY-JOURNAL-RECORD
               IF NOT JOURNAL-OK
                   DISPLAY "RCVJRNL: ERROR WRITING RECOVERY JOURNAL "
                           WS-JOURNAL-STATUS " - JOURNAL STOPPED"
                   MOVE 'N' TO WS-JOURNAL-USABLE-SW
               END-IF
           END-IF.

           GOBACK.

       INITIALIZE-JOURNAL.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
      *    The journal is extended until the control files' next
      *    backup is taken, when the scheduler empties it.
           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           IF JOURNAL-NOT-FOUND
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF.
           IF JOURNAL-OK
               SET JOURNAL-USABLE TO TRUE
           ELSE
               DISPLAY "RCVJRNL: RECOVERY JOURNAL UNAVAILABLE "
                       WS-JOURNAL-STATUS " - UPDATES BY " LS-JRNL-NAME
                       " NOT JOURNALED"
           END-IF.
           SET JOURNAL-INITIALIZED TO TRUE.
