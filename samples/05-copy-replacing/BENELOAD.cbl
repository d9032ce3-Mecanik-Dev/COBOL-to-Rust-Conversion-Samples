      * master, the same way ACCT-LOAD seeds the account master.
      * Seeds the mortgage-at-another-bank case the back office
      * keys from paper today.
      *
      * Modification history:
      *   2026-10-15  Seed a levying agency as a payee, so legal-
      *               order remittances go out on the outbound
      *               payment file like any external payment.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENE-LOAD.
                   DISPLAY "BENE-LOAD: duplicate key " BENE-ID
           END-WRITE

           MOVE "BN000002"           TO BENE-ID
           MOVE "STATE DEPT OF REVENUE"  TO BENE-NAME
           MOVE "STATE TREASURY BANK" TO BENE-BANK-NAME
           MOVE "031100209"           TO BENE-ROUTING-NO
           MOVE "00090017734"         TO BENE-ACCT-NO
           WRITE BENE-RECORD
               INVALID KEY
                   DISPLAY "BENE-LOAD: duplicate key " BENE-ID
           END-WRITE

           CLOSE BENEFICIARY-FILE
           DISPLAY "BENE-LOAD: beneficiary master seeded"
           STOP RUN.
