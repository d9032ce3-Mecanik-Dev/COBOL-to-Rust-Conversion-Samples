      *
      * CHKUNCL.cpy - Unclaimed-check stage control record
      * One row per check CHK-STALE voided as stale-dated, keyed
      * by the voided check number: the payee and amount now
      * owed as unclaimed funds, and which stage the item has
      * reached - due-diligence letter sent, cleared by the payee
      * claiming it (CHK-VOID reissues the number and stamps the
      * replacement here), or remitted to the state.  The same
      * staging ESCHCTL gives dormant deposit balances, so a
      * rerun never sends the same letter twice or remits funds
      * the payee came back for.
      *
       01  UNCL-RECORD.
           05  UNCL-CHECK-NO        PIC 9(08).
           05  UNCL-STAGE           PIC X(01).
               88  UNCL-LETTER-SENT     VALUE "L".
               88  UNCL-CLEARED         VALUE "C".
               88  UNCL-REMITTED        VALUE "R".
           05  UNCL-PAYEE           PIC X(75).
           05  UNCL-AMOUNT          PIC S9(7)V99.
           05  UNCL-ISSUE-DATE      PIC 9(08).
           05  UNCL-VOID-DATE       PIC 9(08).
           05  UNCL-LETTER-DATE     PIC 9(08).
           05  UNCL-REISSUE-NO      PIC 9(08).
           05  UNCL-REMIT-DATE      PIC 9(08).
