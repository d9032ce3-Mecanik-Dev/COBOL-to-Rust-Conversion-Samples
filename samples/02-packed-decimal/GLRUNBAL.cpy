      *
      * GLRUNBAL.cpy - Running general ledger account balance
      * Used with COPY REPLACING ==:PREFIX:== BY ==instance-name==,
      * the same way ACCTSNAP.cpy is instantiated.  One row per
      * G/L account: its cumulative balance, debits positive,
      * through the journal generation of the as-of date.  GL-RECON
      * reads last night's generation, adds tonight's GLJRNL and
      * cuts the next - the ledger's own snapshot chain, so the
      * subledgers are reconciled to the balance to date rather
      * than to the last closed period.
      *
       01  :PREFIX:-RECORD.
           05  :PREFIX:-AS-OF-DATE  PIC 9(08).
           05  :PREFIX:-GL-ACCT     PIC X(04).
           05  :PREFIX:-BALANCE     PIC S9(11)V99.
