      *
      * STOPPAY.cpy - Stop-payment order record
      * One row per check a customer has told us not to pay,
      * keyed by the account it is drawn on and the check
      * number.  ACCT-TELR places the order at the counter; the
      * inward-clearing run CLRG-SETL returns any presented item
      * that matches an active, unexpired order instead of paying
      * it.  An amount of zero stops the check whatever amount it
      * is presented for; otherwise only a presentment for that
      * exact amount is stopped.  Orders lapse on their expiry
      * date unless renewed.
      *
       01  STOP-RECORD.
           05  STOP-KEY.
               10  STOP-ACCT-ID     PIC X(12).
               10  STOP-CHECK-NO    PIC 9(08).
           05  STOP-AMOUNT          PIC S9(7)V99.
           05  STOP-PLACED-DATE     PIC 9(08).
           05  STOP-EXPIRY-DATE     PIC 9(08).
           05  STOP-STATUS          PIC X(01).
               88  STOP-ACTIVE          VALUE "A".
               88  STOP-RELEASED        VALUE "R".
           05  STOP-LAST-HIT-DATE   PIC 9(08).
           05  STOP-TELLER-ID       PIC X(08).
           05  STOP-BRANCH          PIC X(04).
