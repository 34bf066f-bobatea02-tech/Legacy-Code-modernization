      * every applied change is appended to the audit trail. An add
      * is checked against the customer master so a standing order
      * cannot be set up for an unknown or closed customer.
      * The audit trail layout is shared through the ORDER-AUDIT-REC
      * copybook so AUDIT-REPORT can list it with the other trails.
      *****************************************************************

       ENVIRONMENT DIVISION.

       FD  ORDER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ORDER-AUDIT-REC.

       WORKING-STORAGE SECTION.
       COPY COMMON-DATA.
