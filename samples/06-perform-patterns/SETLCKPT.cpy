      *
      * SETLCKPT.cpy - Settlement interface checkpoint record
      * One row per settlement interface (ACHSETL, CARDSETL),
      * keyed by job name like CHKPT, rewritten every commit
      * interval while the interface runs and marked clear once
      * the whole input file has settled.  A row still in
      * progress when the interface starts means the last run
      * stopped partway: the input records before the input
      * position are skipped, the first items-done items of the
      * ACH batch that starts there are not settled again, and
      * the interface's audit lines numbered after the last audit
      * sequence are replayed from the trail instead of posted a
      * second time.  The batch controls are the ACH batch in
      * progress, proved again against its re-read trailer
      * before anything more posts.
      *
       01  SCKP-RECORD.
           05  SCKP-JOB-NAME            PIC X(08).
           05  SCKP-RUN-STATUS          PIC X(01).
               88  SCKP-IN-PROGRESS         VALUE "R".
               88  SCKP-CLEAR               VALUE "C".
           05  SCKP-RUN-DATE            PIC 9(08).
           05  SCKP-INPUT-POSITION      PIC 9(09).
           05  SCKP-ITEMS-DONE          PIC 9(06).
           05  SCKP-LAST-ITEM-REF       PIC X(16).
           05  SCKP-LAST-AUDIT-SEQ      PIC 9(09).
           05  SCKP-BATCH-CONTROLS.
               10  SCKP-BATCH-NO            PIC 9(06).
               10  SCKP-BATCH-ITEM-COUNT    PIC 9(06).
               10  SCKP-BATCH-DEBIT-TOTAL   PIC S9(9)V99.
               10  SCKP-BATCH-CREDIT-TOTAL  PIC S9(9)V99.
           05  SCKP-RUN-TOTALS.
               10  SCKP-ITEMS-POSTED        PIC 9(06).
               10  SCKP-ITEMS-RETURNED      PIC 9(06).
      *            Prenotes verified (ACH), items suspended (card).
               10  SCKP-ITEMS-OTHER         PIC 9(06).
               10  SCKP-BATCHES-FAILED      PIC 9(06).
               10  SCKP-NSF-FEES-CHARGED    PIC 9(06).
               10  SCKP-RETURNS-WRITTEN     PIC 9(06).
               10  SCKP-POSTED-DEBITS       PIC S9(11)V99.
               10  SCKP-POSTED-CREDITS      PIC S9(11)V99.
