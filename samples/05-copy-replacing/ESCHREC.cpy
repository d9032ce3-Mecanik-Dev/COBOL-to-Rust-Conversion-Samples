      * through the stages - letter sent, cleared by customer
      * contact, or remitted - so a rerun never sends the same
      * letter twice or remits a balance the customer reclaimed.
      * Returned mail at the owner's address - the letter held for
      * an address already flagged undeliverable, or a letter
      * that came back afterwards - is kept as lost-owner evidence
      * and carried onto the state remittance record.
      *
       01  ESCH-RECORD.
           05  ESCH-ACCT-ID         PIC X(12).
               88  ESCH-REMITTED        VALUE "R".
           05  ESCH-LETTER-DATE     PIC 9(08).
           05  ESCH-REMIT-DATE      PIC 9(08).
           05  ESCH-RETURNED-MAIL   PIC X(01).
               88  ESCH-MAIL-RETURNED   VALUE "Y".
           05  ESCH-RETURNED-DATE   PIC 9(08).
