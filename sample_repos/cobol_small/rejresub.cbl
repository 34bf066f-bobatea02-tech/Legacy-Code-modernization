      * escalated on its own report instead of looping forever.
      * Held items (H001/H002 reasons) are not resubmitted here - they
      * repeat their original values by design and would only be held
      * again; they stay with the exceptions team. A bulk bounced
      * whole for an overdue KYC review (H004) is skipped the same
      * way - no correction helps until compliance records the
      * review.
      *****************************************************************

       ENVIRONMENT DIVISION.

       PROCESS-ONE-REJECT.
           IF RJ-ERROR-CODE = "H001" OR RJ-ERROR-CODE = "H002"
              OR RJ-ERROR-CODE = "H004"
               ADD 1 TO WS-COUNT-HELD-SKIPPED
           ELSE
               PERFORM FIND-CORRECTION
