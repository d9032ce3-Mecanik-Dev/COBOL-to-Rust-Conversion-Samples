      *
      * GLRCSTAT.cpy - Subledger reconciliation status record
      * One record, rewritten by every GL-RECON run: the business
      * date it reconciled, how many subledger/ledger pairs it
      * compared and how many disagreed.  GL-CLOSE reads it: it
      * will not close a period until a reconciliation run after
      * the period end has found every pair in balance.
      *
       01  RCS-RECORD.
           05  RCS-RUN-DATE         PIC 9(08).
           05  RCS-PAIRS-COMPARED   PIC 9(02).
           05  RCS-PAIRS-OUT        PIC 9(02).
               88  RCS-ALL-IN-BALANCE   VALUE 0.
           05  RCS-TOTAL-DIFFERENCE PIC S9(11)V99.
           05  FILLER               PIC X(55).
