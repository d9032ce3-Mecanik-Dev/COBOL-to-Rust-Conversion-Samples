      *
      * MANJRNL.cpy - Manual journal entry record
      * One accountant-prepared journal entry - an accrual, a
      * reclassification, a correction - keyed by entry ID and
      * line number.  Line 000 is the entry header: the effective
      * date, who prepared it and why, whether it reverses itself
      * on the first day of the next period, and where it stands:
      * pending the second person's approval, approved and waiting
      * for its effective date, posted, reversed, or denied.  Lines
      * 001 onward each carry one G/L account, debit or credit,
      * amount and (optionally) the branch it belongs to; the
      * debits equal the credits or the entry is never filed.
      * GL-MJE maintains the file and hands each posting
      * (and each reversal) to GL-POST for the night's GLJRNL.
      *
       01  MJE-RECORD.
           05  MJE-KEY.
               10  MJE-ENTRY-ID     PIC X(08).
               10  MJE-LINE-NO      PIC 9(03).
                   88  MJE-HEADER-LINE  VALUE 0.
           05  FILLER               PIC X(100).
       01  MJE-HEADER-RECORD REDEFINES MJE-RECORD.
           05  FILLER               PIC X(11).
           05  MJH-EFFECTIVE-DATE   PIC 9(08).
           05  MJH-PREPARER-ID      PIC X(08).
           05  MJH-REASON           PIC X(30).
           05  MJH-AUTO-REVERSE     PIC X(01).
               88  MJH-REVERSES         VALUE "Y".
           05  MJH-STATUS           PIC X(01).
               88  MJH-PENDING          VALUE "P".
               88  MJH-APPROVED         VALUE "A".
               88  MJH-POSTED           VALUE "J".
               88  MJH-REVERSED         VALUE "R".
               88  MJH-DENIED           VALUE "D".
           05  MJH-APPROVER-ID      PIC X(08).
           05  MJH-APPROVE-DATE     PIC 9(08).
           05  MJH-POSTED-DATE      PIC 9(08).
           05  MJH-REVERSE-DATE     PIC 9(08).
           05  MJH-LINE-COUNT       PIC 9(03).
           05  MJH-TOTAL-AMOUNT     PIC S9(9)V99.
           05  FILLER               PIC X(06).
       01  MJE-LINE-RECORD REDEFINES MJE-RECORD.
           05  FILLER               PIC X(11).
           05  MJL-GL-ACCT          PIC X(04).
           05  MJL-DR-CR            PIC X(01).
               88  MJL-DEBIT            VALUE "D".
               88  MJL-CREDIT           VALUE "C".
           05  MJL-AMOUNT           PIC S9(9)V99.
           05  MJL-MEMO             PIC X(30).
      *    Branch the line is booked to (spaces: head office),
      *    carried onto the journal's branch segment.
           05  MJL-BRANCH           PIC X(04).
           05  FILLER               PIC X(50).
