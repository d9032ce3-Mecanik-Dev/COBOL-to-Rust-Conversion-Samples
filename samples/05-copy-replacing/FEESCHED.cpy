      * ACCT-MFEE once a month; a prefix with no row is not
      * charged, the same fallback VELOLIM gives an
      * unparameterized type - so pricing changes are a row
      * change, not a committee and a recompile.  The NSF item
      * fee is charged through NSFFEE each time a settlement or
      * transfer run rejects a debit for funds, up to the daily
      * maximum number of items per account; a zero amount or a
      * zero maximum charges nothing.  The legal-processing fee is
      * charged by ACCT-LEGL once for each levy or garnishment
      * order the bank answers against an account of the type; a
      * zero amount charges nothing.  The official-check fee is
      * charged by ACCT-TELR on each cashier's check sold out of
      * an account of the type, on top of the face amount; a zero
      * amount charges nothing.  Rows are maintained through
      * dated REF-MAINT transactions (file ID F); a change due on
      * a later date rides the REF-MAINT pending file, where
      * ACCT-RTNT finds it to give depositors advance notice.
      *
       01  FEE-RECORD.
           05  FEE-ACCT-PREFIX      PIC X(03).
           05  FEE-FREE-ITEMS       PIC 9(05).
           05  FEE-PER-ITEM-AMOUNT  PIC S9(3)V99.
           05  FEE-WAIVER-MIN-BAL   PIC S9(7)V99.
           05  FEE-NSF-AMOUNT       PIC S9(3)V99.
           05  FEE-NSF-DAILY-MAX    PIC 9(02).
           05  FEE-LEGAL-AMOUNT     PIC S9(3)V99.
           05  FEE-OFCK-AMOUNT      PIC S9(3)V99.
