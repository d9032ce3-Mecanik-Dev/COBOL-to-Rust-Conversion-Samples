      *
      * PARTCTL.cpy - Posting partition control record
      * One row per partition of a partitioned nightly posting
      * step (ACCT-ACCR, ACCT-FINC, ACCT-MFEE), keyed by step name
      * and partition number.  A partition starts at its own low
      * account key and runs up to, but not including, the next
      * partition's low key - the last partition runs to the end
      * of the master - so the ranges can never gap or overlap and
      * rebalancing is a change to low keys alone.  Partition 01
      * carries a low key of spaces.
      *
      * The run fields are the partition's restart record for the
      * business date: the account last finished and the running
      * counts and amount hash as of that account, rewritten after
      * every account, so a failed partition resubmitted on its
      * own picks up after the last account it finished.  A
      * partition already complete for the date is skipped, and
      * ACCT-PMRG refuses to merge the step's RUNCTL row until
      * every partition shows complete (or nothing due) for it.
      * Each partition's own RUNCTL row goes under the step name's
      * last four characters, -P and the partition number
      * (ACCR-P01).
      *
       01  PART-RECORD.
           05  PART-KEY.
               10  PART-STEP-NAME   PIC X(08).
               10  PART-NO          PIC 9(02).
           05  PART-LOW-ACCT-ID     PIC X(12).
           05  PART-RUN-DATE        PIC 9(08).
           05  PART-RUN-STATUS      PIC X(01).
               88  PART-RUNNING         VALUE "R".
               88  PART-COMPLETE        VALUE "C".
               88  PART-NOTHING-DUE     VALUE "N".
               88  PART-FINISHED        VALUE "C" "N".
           05  PART-LAST-ACCT-ID    PIC X(12).
           05  PART-RECS-IN         PIC 9(09).
           05  PART-RECS-OUT        PIC 9(09).
           05  PART-AMOUNT-HASH     PIC S9(11)V99 COMP-3.
