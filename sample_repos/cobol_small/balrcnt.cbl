       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-RECENT.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Recent balance movements - End-of-cycle step that rebuilds
      * the keyed recent-movement file (BALRCNT) the call center's
      * BALINQ transaction reads, keeping the newest ten balance
      * ledger movements per account. The ledgers are sequential and
      * split across the partition datasets, so they cannot be
      * browsed online by account.
      * The previous BALRCNT contents and every movement on the
      * day's ledgers (the same concatenation BALANCE-RECON proves)
      * are sorted by account, newest first. A movement already
      * carried from an earlier run is dropped as a duplicate, so a
      * rerun or a ledger not yet emptied adds nothing twice, and
      * the newest ten per account are written back in key order.
      * A missing BALRCNT (first run) starts from the ledgers alone.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-LEDGER-FILE ASSIGN TO "BALLEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-LEDGER-STATUS.
           SELECT BALANCE-RECENT-FILE ASSIGN TO "BALRCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-RECENT-KEY
               FILE STATUS IS WS-BALANCE-RECENT-STATUS.
           SELECT MOVEMENT-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALANCE-LEDGER-REC.

       FD  BALANCE-RECENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALANCE-RECENT-REC.

      *    One record per movement; within an account the movements
      *    arrive newest first.
       SD  MOVEMENT-SORT-FILE.
       01  MOVEMENT-SORT-RECORD.
           05  MS-ACCOUNT-KEY.
               10  MS-CUSTOMER-ID      PIC 9(8).
               10  MS-ACCOUNT-NUMBER   PIC 9(4).
           05  MS-MOVEMENT.
               10  MS-MOVE-DATE        PIC 9(8).
               10  MS-MOVE-TIME        PIC 9(6).
               10  MS-TRANSACTION-ID   PIC 9(10).
               10  MS-MOVE-SOURCE      PIC X.
               10  MS-SIGNED-CHANGE    PIC S9(9)V99.
               10  MS-BALANCE-AFTER    PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-BALANCE-LEDGER-STATUS PIC XX VALUE "00".
           88 BALANCE-LEDGER-OK       VALUE "00".
           88 BALANCE-LEDGER-EOF      VALUE "10".
       01  WS-BALANCE-RECENT-STATUS PIC XX VALUE "00".
           88 BALANCE-RECENT-OK       VALUE "00".
           88 BALANCE-RECENT-EOF      VALUE "10".
       01  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
           88 END-OF-SORTED-ITEMS  VALUE 'Y'.

       01  WS-PRIOR-ACCOUNT-KEY.
           05  WS-PRIOR-CUSTOMER-ID PIC 9(8) VALUE ZERO.
           05  WS-PRIOR-ACCOUNT-NUMBER PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-MOVEMENT       PIC X(47) VALUE SPACES.
       01  WS-ACCOUNT-SEQUENCE     PIC 9(2) VALUE ZERO.

       01  WS-COUNT-CARRIED        PIC 9(9) VALUE ZERO.
       01  WS-COUNT-LEDGER-READ    PIC 9(9) VALUE ZERO.
       01  WS-COUNT-DUPLICATES     PIC 9(9) VALUE ZERO.
       01  WS-COUNT-ACCOUNTS       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-WRITTEN        PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       RECENT-LOGIC.
           DISPLAY "=================================".
           DISPLAY "BALANCE RECENT STARTED".
           DISPLAY "=================================".

           SORT MOVEMENT-SORT-FILE
               ON ASCENDING KEY MS-ACCOUNT-KEY
               ON DESCENDING KEY MS-MOVE-DATE
                                 MS-MOVE-TIME
                                 MS-TRANSACTION-ID
                                 MS-MOVE-SOURCE
                                 MS-SIGNED-CHANGE
                                 MS-BALANCE-AFTER
               INPUT PROCEDURE IS RELEASE-ALL-MOVEMENTS
               OUTPUT PROCEDURE IS WRITE-RECENT-MOVEMENTS.

           DISPLAY "BALANCE RECENT: CARRIED FORWARD:   "
                   WS-COUNT-CARRIED.
           DISPLAY "BALANCE RECENT: LEDGER MOVEMENTS:  "
                   WS-COUNT-LEDGER-READ.
           DISPLAY "BALANCE RECENT: DUPLICATES DROPPED:"
                   WS-COUNT-DUPLICATES.
           DISPLAY "BALANCE RECENT: ACCOUNTS:          "
                   WS-COUNT-ACCOUNTS.
           DISPLAY "BALANCE RECENT: MOVEMENTS WRITTEN: "
                   WS-COUNT-WRITTEN.
           DISPLAY "=================================".

           IF NOT BALANCE-RECENT-OK
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *****************************************************************
      * Input side - the movements already on BALRCNT, then every
      * movement on the day's ledgers.
      *****************************************************************
       RELEASE-ALL-MOVEMENTS.
           OPEN INPUT BALANCE-RECENT-FILE.
           IF NOT BALANCE-RECENT-OK
               DISPLAY "BALANCE RECENT: NO PREVIOUS BALRCNT "
                       WS-BALANCE-RECENT-STATUS
                       " - LEDGERS ONLY"
           ELSE
               PERFORM READ-RECENT-RECORD
               PERFORM RELEASE-ONE-CARRIED
                   UNTIL BALANCE-RECENT-EOF
               CLOSE BALANCE-RECENT-FILE
           END-IF.
           OPEN INPUT BALANCE-LEDGER-FILE.
           IF NOT BALANCE-LEDGER-OK
               DISPLAY "BALANCE RECENT: UNABLE TO OPEN BALLEDGR "
                       WS-BALANCE-LEDGER-STATUS
           ELSE
               PERFORM READ-LEDGER-RECORD
               PERFORM RELEASE-ONE-LEDGER-MOVEMENT
                   UNTIL BALANCE-LEDGER-EOF
               CLOSE BALANCE-LEDGER-FILE
           END-IF.

       READ-RECENT-RECORD.
           READ BALANCE-RECENT-FILE NEXT RECORD
               AT END
                   SET BALANCE-RECENT-EOF TO TRUE
           END-READ.

       RELEASE-ONE-CARRIED.
           MOVE BM-CUSTOMER-ID TO MS-CUSTOMER-ID.
           MOVE BM-ACCOUNT-NUMBER TO MS-ACCOUNT-NUMBER.
           MOVE BM-MOVE-DATE TO MS-MOVE-DATE.
           MOVE BM-MOVE-TIME TO MS-MOVE-TIME.
           MOVE BM-TRANSACTION-ID TO MS-TRANSACTION-ID.
           MOVE BM-MOVE-SOURCE TO MS-MOVE-SOURCE.
           MOVE BM-SIGNED-CHANGE TO MS-SIGNED-CHANGE.
           MOVE BM-BALANCE-AFTER TO MS-BALANCE-AFTER.
           RELEASE MOVEMENT-SORT-RECORD.
           ADD 1 TO WS-COUNT-CARRIED.
           PERFORM READ-RECENT-RECORD.

       READ-LEDGER-RECORD.
           READ BALANCE-LEDGER-FILE
               AT END
                   SET BALANCE-LEDGER-EOF TO TRUE
           END-READ.

       RELEASE-ONE-LEDGER-MOVEMENT.
           MOVE BL-CUSTOMER-ID TO MS-CUSTOMER-ID.
           MOVE BL-ACCOUNT-NUMBER TO MS-ACCOUNT-NUMBER.
           MOVE BL-MOVE-DATE TO MS-MOVE-DATE.
           MOVE BL-MOVE-TIME TO MS-MOVE-TIME.
           MOVE BL-TRANSACTION-ID TO MS-TRANSACTION-ID.
           MOVE BL-MOVE-SOURCE TO MS-MOVE-SOURCE.
           MOVE BL-SIGNED-CHANGE TO MS-SIGNED-CHANGE.
           MOVE BL-BALANCE-AFTER TO MS-BALANCE-AFTER.
           RELEASE MOVEMENT-SORT-RECORD.
           ADD 1 TO WS-COUNT-LEDGER-READ.
           PERFORM READ-LEDGER-RECORD.

      *****************************************************************
      * Output side - the newest ten distinct movements per account,
      * numbered from 01 (newest), written fresh in key order.
      *****************************************************************
       WRITE-RECENT-MOVEMENTS.
           OPEN OUTPUT BALANCE-RECENT-FILE.
           IF NOT BALANCE-RECENT-OK
               DISPLAY "BALANCE RECENT: UNABLE TO OPEN BALRCNT "
                       WS-BALANCE-RECENT-STATUS
           ELSE
               PERFORM RETURN-SORTED-ITEM
               PERFORM KEEP-ONE-MOVEMENT
                   UNTIL END-OF-SORTED-ITEMS
               CLOSE BALANCE-RECENT-FILE
           END-IF.

       RETURN-SORTED-ITEM.
           RETURN MOVEMENT-SORT-FILE
               AT END
                   SET END-OF-SORTED-ITEMS TO TRUE
           END-RETURN.

       KEEP-ONE-MOVEMENT.
           IF MS-ACCOUNT-KEY NOT = WS-PRIOR-ACCOUNT-KEY
              OR WS-COUNT-ACCOUNTS = ZERO
               MOVE MS-ACCOUNT-KEY TO WS-PRIOR-ACCOUNT-KEY
               MOVE SPACES TO WS-PRIOR-MOVEMENT
               MOVE ZERO TO WS-ACCOUNT-SEQUENCE
               ADD 1 TO WS-COUNT-ACCOUNTS
           END-IF.
           IF MS-MOVEMENT = WS-PRIOR-MOVEMENT
               ADD 1 TO WS-COUNT-DUPLICATES
           ELSE
               MOVE MS-MOVEMENT TO WS-PRIOR-MOVEMENT
               IF WS-ACCOUNT-SEQUENCE < 10
                   ADD 1 TO WS-ACCOUNT-SEQUENCE
                   PERFORM WRITE-RECENT-RECORD
               END-IF
           END-IF.
           PERFORM RETURN-SORTED-ITEM.

       WRITE-RECENT-RECORD.
           MOVE MS-CUSTOMER-ID TO BM-CUSTOMER-ID.
           MOVE MS-ACCOUNT-NUMBER TO BM-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-SEQUENCE TO BM-MOVE-SEQUENCE.
           MOVE MS-MOVE-DATE TO BM-MOVE-DATE.
           MOVE MS-MOVE-TIME TO BM-MOVE-TIME.
           MOVE MS-TRANSACTION-ID TO BM-TRANSACTION-ID.
           MOVE MS-MOVE-SOURCE TO BM-MOVE-SOURCE.
           MOVE MS-SIGNED-CHANGE TO BM-SIGNED-CHANGE.
           MOVE MS-BALANCE-AFTER TO BM-BALANCE-AFTER.
           WRITE BALANCE-RECENT-RECORD
               INVALID KEY
                   DISPLAY "BALANCE RECENT: ERROR WRITING BALRCNT "
                           WS-BALANCE-RECENT-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-WRITTEN
           END-WRITE.
