      *
      * LOANREC.cpy - Installment loan instrument record
      * One closed-end installment loan, keyed by the account ID of
      * its ACCTDEF master record (prefix LON).  The master record
      * carries the outstanding principal as a negative balance,
      * the way the credit-style accounts do, with a zero rate;
      * the instrument record carries the booked terms, the level
      * payment, the linked deposit account the nightly LOAN-POST
      * step collects from, and the delinquency position.  The
      * installments themselves are on the LOANSCHD schedule file.
      * ACCT-FINC and ACCT-BILL leave LON accounts alone - a loan
      * earns its interest off the schedule, not off the balance.
      *
       01  LOAN-RECORD.
           05  LOAN-ACCT-ID         PIC X(12).
           05  LOAN-ORIG-PRINCIPAL  PIC S9(7)V99 COMP-3.
           05  LOAN-ANNUAL-RATE     PIC SV9999 COMP-3.
           05  LOAN-TERM-MONTHS     PIC 9(03).
           05  LOAN-BOOK-DATE       PIC 9(08).
           05  LOAN-FIRST-PAY-DATE  PIC 9(08).
           05  LOAN-PAYMENT-AMOUNT  PIC S9(7)V99 COMP-3.
           05  LOAN-LINKED-ACCT-ID  PIC X(12).
      *    Principal still owed after the last collected
      *    installment, and the date interest has been collected
      *    through (the last paid due date, or the booking date
      *    before the first payment) - the payoff quote's base.
           05  LOAN-PRINCIPAL-BAL   PIC S9(7)V99 COMP-3.
           05  LOAN-INT-PAID-TO     PIC 9(08).
      *    The oldest installment not yet collected; collection
      *    always takes the oldest first.
           05  LOAN-NEXT-INST-NO    PIC 9(03).
           05  LOAN-INSTS-PAID      PIC 9(03).
           05  LOAN-UNPAID-COUNT    PIC 9(03).
           05  LOAN-PAST-DUE-AMT    PIC S9(7)V99 COMP-3.
           05  LOAN-STATUS          PIC X(01).
               88  LOAN-ACTIVE          VALUE "A".
               88  LOAN-PAID-OFF        VALUE "P".
