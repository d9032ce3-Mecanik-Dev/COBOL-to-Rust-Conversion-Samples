      * One side of one balanced double-entry posting: the G/L
      * account, debit or credit, the amount, and the source
      * system and reference that produced it.  Written by GL-POST
      * and proved by GL-TRIAL.  The branch segment names the
      * branch the posting belongs to - the teller's branch on
      * anything keyed at a counter, the account's home branch on
      * house postings such as accruals and finance charges -
      * and is spaces on head-office postings that belong to no
      * branch (the pricing, cash-application and unclaimed-check
      * feeds, suspense memo-posts).
      *
       01  JRNL-RECORD.
           05  JRNL-DATE            PIC 9(08).
           05  JRNL-AMOUNT          PIC S9(9)V99.
           05  JRNL-SOURCE          PIC X(08).
           05  JRNL-REFERENCE       PIC X(16).
           05  JRNL-BRANCH          PIC X(04).
