       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE-BUILD.
       AUTHOR. LEGACY-SYSTEM.
      *****************************************************************
      * Payee relationship build - Rebuilds the customer/merchant
      * relationship file (PAYEEREL) from the posted history, for
      * the initial load and whenever the file has to be recovered.
      * Every posted original on the master log and the archive
      * that paid a merchant is sorted by customer, merchant and
      * transaction id, and one relationship is written per
      * customer/merchant pair: the posting that opened it, the
      * dates of the first and latest payments, and the number of
      * payments. From then on PAYMENT keeps the file current as
      * payments post, and SCREENING holds a first payment to a
      * payee the file does not know. The file is written fresh in
      * key order - nothing on the old file survives the rebuild.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-TRANSACTION-ID
               FILE STATUS IS WS-TRANSACTION-LOG-STATUS.
           SELECT ARCHIVE-MASTER-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-TRANSACTION-ID
               FILE STATUS IS WS-ARCHIVE-MASTER-STATUS.
           SELECT PAYEE-RELATION-FILE ASSIGN TO "PAYEEREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-RELATION-KEY
               FILE STATUS IS WS-PAYEE-RELATION-STATUS.
           SELECT PAYEE-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC.

       FD  ARCHIVE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSACTION-LOG-REC REPLACING
               ==TRANSACTION-LOG-RECORD== BY ==ARCHIVE-LOG-RECORD==
               LEADING ==TL== BY ==AL==.

       FD  PAYEE-RELATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYEE-RELATION-REC.

      *    One record per posting to a merchant; within a pair the
      *    postings arrive in transaction-id order, oldest first.
       SD  PAYEE-SORT-FILE.
       01  PAYEE-SORT-RECORD.
           05  PS-RELATION-KEY.
               10  PS-CUSTOMER-ID      PIC 9(8).
               10  PS-MERCHANT-ID      PIC 9(8).
           05  PS-TRANSACTION-ID       PIC 9(10).
           05  PS-POSTING-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.

       01  WS-TRANSACTION-LOG-STATUS PIC XX VALUE "00".
           88 TRANSACTION-LOG-OK     VALUE "00".
           88 TRANSACTION-LOG-EOF    VALUE "10".
       01  WS-ARCHIVE-MASTER-STATUS PIC XX VALUE "00".
           88 ARCHIVE-MASTER-OK       VALUE "00".
           88 ARCHIVE-MASTER-EOF      VALUE "10".
       01  WS-PAYEE-RELATION-STATUS PIC XX VALUE "00".
           88 PAYEE-RELATION-OK       VALUE "00".
       01  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
           88 END-OF-SORTED-ITEMS  VALUE 'Y'.

       01  WS-COUNT-LOG-SCANNED    PIC 9(9) VALUE ZERO.
       01  WS-COUNT-POSTINGS       PIC 9(9) VALUE ZERO.
       01  WS-COUNT-RELATIONS      PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       BUILD-LOGIC.
           DISPLAY "=================================".
           DISPLAY "PAYEE BUILD STARTED".
           DISPLAY "=================================".

           OPEN OUTPUT PAYEE-RELATION-FILE.
           IF NOT PAYEE-RELATION-OK
               DISPLAY "PAYEE BUILD: UNABLE TO OPEN PAYEEREL "
                       WS-PAYEE-RELATION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SORT PAYEE-SORT-FILE
               ON ASCENDING KEY PS-RELATION-KEY
                                PS-TRANSACTION-ID
               INPUT PROCEDURE IS RELEASE-ALL-POSTINGS
               OUTPUT PROCEDURE IS WRITE-ALL-RELATIONS.

           CLOSE PAYEE-RELATION-FILE.

           DISPLAY "PAYEE BUILD: LOG ITEMS SCANNED:    "
                   WS-COUNT-LOG-SCANNED.
           DISPLAY "PAYEE BUILD: MERCHANT POSTINGS:    "
                   WS-COUNT-POSTINGS.
           DISPLAY "PAYEE BUILD: RELATIONSHIPS WRITTEN:"
                   WS-COUNT-RELATIONS.
           DISPLAY "=================================".

           STOP RUN.

      *****************************************************************
      * Input side - every posted original to a merchant on the live
      * log and the archive.
      *****************************************************************
       RELEASE-ALL-POSTINGS.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "PAYEE BUILD: UNABLE TO OPEN TRANLOG "
                       WS-TRANSACTION-LOG-STATUS
           ELSE
               PERFORM READ-TRANSACTION-LOG-RECORD
               PERFORM RELEASE-ONE-POSTING
                   UNTIL TRANSACTION-LOG-EOF
               CLOSE TRANSACTION-LOG-FILE
           END-IF.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           IF NOT ARCHIVE-MASTER-OK
               DISPLAY "PAYEE BUILD: NO ARCHIVE FILE "
                       WS-ARCHIVE-MASTER-STATUS
                       " - LIVE LOG ONLY"
           ELSE
               PERFORM READ-ARCHIVE-RECORD
               PERFORM RELEASE-ONE-ARCHIVED
                   UNTIL ARCHIVE-MASTER-EOF
               CLOSE ARCHIVE-MASTER-FILE
           END-IF.

       READ-TRANSACTION-LOG-RECORD.
           READ TRANSACTION-LOG-FILE NEXT RECORD
               AT END
                   SET TRANSACTION-LOG-EOF TO TRUE
           END-READ.

       RELEASE-ONE-POSTING.
           PERFORM RELEASE-CURRENT-POSTING.
           PERFORM READ-TRANSACTION-LOG-RECORD.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-MASTER-FILE NEXT RECORD
               AT END
                   SET ARCHIVE-MASTER-EOF TO TRUE
           END-READ.

       RELEASE-ONE-ARCHIVED.
           MOVE ARCHIVE-LOG-RECORD TO TRANSACTION-LOG-RECORD.
           PERFORM RELEASE-CURRENT-POSTING.
           PERFORM READ-ARCHIVE-RECORD.

       RELEASE-CURRENT-POSTING.
      *    Reversals pay nobody new - only originals (bulk legs
      *    included) open or extend a relationship, the same
      *    postings PAYMENT counts as they post.
           ADD 1 TO WS-COUNT-LOG-SCANNED.
           IF (TL-STATUS-POSTED OR TL-STATUS-REVERSED)
              AND TL-TYPE-ORIGINAL
              AND TL-MERCHANT-ID NOT = ZERO
               MOVE TL-CUSTOMER-ID TO PS-CUSTOMER-ID
               MOVE TL-MERCHANT-ID TO PS-MERCHANT-ID
               MOVE TL-TRANSACTION-ID TO PS-TRANSACTION-ID
               MOVE TL-POSTING-DATE TO PS-POSTING-DATE
               RELEASE PAYEE-SORT-RECORD
               ADD 1 TO WS-COUNT-POSTINGS
           END-IF.

      *****************************************************************
      * Output side - one relationship per customer/merchant pair,
      * written in key order.
      *****************************************************************
       WRITE-ALL-RELATIONS.
           PERFORM RETURN-SORTED-ITEM.
           PERFORM WRITE-ONE-RELATION
               UNTIL END-OF-SORTED-ITEMS.

       RETURN-SORTED-ITEM.
           RETURN PAYEE-SORT-FILE
               AT END
                   SET END-OF-SORTED-ITEMS TO TRUE
           END-RETURN.

       WRITE-ONE-RELATION.
           MOVE PS-RELATION-KEY TO PR-RELATION-KEY.
           MOVE PS-TRANSACTION-ID TO PR-FIRST-TRANS-ID.
           MOVE PS-POSTING-DATE TO PR-FIRST-PAID-DATE.
           MOVE PS-POSTING-DATE TO PR-LAST-PAID-DATE.
           MOVE ZERO TO PR-PAYMENT-COUNT.
           PERFORM ABSORB-PAIR-POSTING
               UNTIL END-OF-SORTED-ITEMS
                  OR PS-RELATION-KEY NOT = PR-RELATION-KEY.
           WRITE PAYEE-RELATION-RECORD
               INVALID KEY
                   DISPLAY "PAYEE BUILD: ERROR WRITING PAYEEREL "
                           WS-PAYEE-RELATION-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-RELATIONS
           END-WRITE.

       ABSORB-PAIR-POSTING.
           IF PS-POSTING-DATE > PR-LAST-PAID-DATE
               MOVE PS-POSTING-DATE TO PR-LAST-PAID-DATE
           END-IF.
           IF PR-PAYMENT-COUNT < 9999999
               ADD 1 TO PR-PAYMENT-COUNT
           END-IF.
           PERFORM RETURN-SORTED-ITEM.
