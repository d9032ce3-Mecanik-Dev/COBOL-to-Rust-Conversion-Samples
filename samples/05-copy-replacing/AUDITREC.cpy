      *        touching the balance; CAPINT is the one entry per
      *        cycle that posts the bucket onto the balance.
               88  AUDIT-IS-CAPINT      VALUE "CAPINT".
      *        A card dispute's provisional credit (to-side) and,
      *        when the processor decides against the cardholder,
      *        its reversal (from-side); CARD-DISP writes both.
               88  AUDIT-IS-DISPUTE     VALUE "DISPUTE".
      *        A delinquent balance written off to loan loss
      *        (to-side, ACCT-CHGO's monthly pass) and money later
      *        paid into a charged-off account swept out again as
      *        a recovery (from-side, its nightly pass).
               88  AUDIT-IS-CHGOFF      VALUE "CHGOFF".
               88  AUDIT-IS-RECOVERY    VALUE "RECOVERY".
           05  AUDIT-FROM-ACCT-ID   PIC X(12).
           05  AUDIT-TO-ACCT-ID     PIC X(12).
           05  AUDIT-AMOUNT         PIC S9(7)V99.
