      *
      * LOANSCHD.cpy - Installment loan amortization schedule
      * One row per installment of an LOANREC loan, written in full
      * by LOAN-BOOK when the loan is booked.  Each row carries the
      * level payment split into its interest and principal parts
      * and the principal left after it; the last row absorbs the
      * rounding so the loan pays down to exactly zero.  LOAN-POST
      * marks a row paid when it collects it, or unpaid when the
      * linked account cannot cover it on the due date.
      *
       01  LSCH-RECORD.
           05  LSCH-KEY.
               10  LSCH-ACCT-ID     PIC X(12).
               10  LSCH-INST-NO     PIC 9(03).
           05  LSCH-DUE-DATE        PIC 9(08).
           05  LSCH-PAYMENT         PIC S9(7)V99 COMP-3.
           05  LSCH-INTEREST        PIC S9(7)V99 COMP-3.
           05  LSCH-PRINCIPAL       PIC S9(7)V99 COMP-3.
           05  LSCH-BALANCE-AFTER   PIC S9(7)V99 COMP-3.
           05  LSCH-STATUS          PIC X(01).
               88  LSCH-SCHEDULED       VALUE "S".
               88  LSCH-PAID            VALUE "P".
               88  LSCH-UNPAID          VALUE "U".
           05  LSCH-PAID-DATE       PIC 9(08).
