      * the one customer they have always implicitly shared, so
      * ACCT-TELR can answer "what does this customer hold" in one
      * inquiry and ACCT-STMT can print one combined statement.
      *
      * Modification history:
      *   2026-10-15  Build the customer's search name and search
      *               phone through CUSTSKEY before the write, and
      *               define them as the CUSTMSTR alternate keys
      *               the teller customer search reads.
      *   2026-10-15  Seed the customer in household mailing.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-LOAD.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUS-CUST-NO
               ALTERNATE RECORD KEY IS CUS-SEARCH-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUS-SEARCH-PHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
           MOVE "jsmith@example.com" TO CUS-EMAIL
           MOVE 15        TO CUS-CYCLE-CODE
           SET CUS-DELIV-PAPER TO TRUE
           SET CUS-HHOLD-MAILING TO TRUE
           CALL "CUSTSKEY" USING CUS-LAST-NAME CUS-PHONE
               CUS-SEARCH-NAME CUS-SEARCH-PHONE
           WRITE CUS-CUSTOMER
               INVALID KEY
                   DISPLAY "CUST-LOAD: duplicate key " CUS-CUST-NO
