       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-MODE.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Run mode switch - Shared subprogram holding the processing
      * mode of the run unit. MAIN-PROGRAM sets it (function 'S')
      * from its PARM before the first payment is handled; every
      * subprogram that maintains a keyed control file asks for it
      * (function 'Q') when it opens that file. Space is the live
      * run. 'D' is the dry run: keyed control files are opened for
      * input only and every change the run would make to them is
      * held in storage instead, postings go to the shadow log, and
      * transaction ids come from the dry-run range - so the night's
      * input can be run through in full beforehand and compared
      * with the actual run afterwards. Never set, it answers live.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MODE         PIC X VALUE SPACE.
           88 MODE-DRY-RUN         VALUE 'D'.

       LINKAGE SECTION.
       01  LS-MODE-FUNCTION        PIC X.
           88 LS-SET-MODE          VALUE 'S'.
           88 LS-QUERY-MODE        VALUE 'Q'.
       01  LS-RUN-MODE             PIC X.

       PROCEDURE DIVISION USING LS-MODE-FUNCTION
                                LS-RUN-MODE.
       RUN-MODE-LOGIC.
           IF LS-SET-MODE
               IF LS-RUN-MODE = 'D'
                   MOVE 'D' TO WS-CURRENT-MODE
               ELSE
                   MOVE SPACE TO WS-CURRENT-MODE
               END-IF
           ELSE
               MOVE WS-CURRENT-MODE TO LS-RUN-MODE
           END-IF.

           GOBACK.
