               88  :PREFIX:-CLOSED  VALUE "C".
               88  :PREFIX:-FROZEN  VALUE "F".
               88  :PREFIX:-DORMANT VALUE "D".
      *        Written off to loan loss by ACCT-CHGO; anything
      *        paid in afterwards is swept out as a recovery.
               88  :PREFIX:-CHARGED-OFF VALUE "W".
           05  :PREFIX:-UPDATE-SEQ  PIC 9(09).
      *    ISO currency code; spaces reads as USD so the book
      *    that predates multi-currency needs no conversion run.
      *    so statements show one interest line instead of
      *    thirty and daily compounding stops being an accident.
           05  :PREFIX:-ACCR-INT    PIC S9(7)V99 COMP-3.
      *    The branch that holds the relationship.  GL-POST books
      *    the account's house postings - accruals, finance
      *    charges, monthly fees - to this branch's segment of
      *    the ledger; spaces books them to head office.
           05  :PREFIX:-HOME-BRANCH PIC X(04).
