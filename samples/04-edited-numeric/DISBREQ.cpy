      * One check to cut: the payee name in the parts FORMAT-NAME
      * expects, the amount, and the memo line.  Read by CHK-PRINT,
      * which assigns the check number off the control record and
      * prints the check behind the check-protect channel.  The
      * payee ID names the PAYEEMST payee master row the check is
      * paid to, so the year's payments can be totalled per payee
      * for the 1099; a one-off payee with no master row leaves
      * it blank.  An official check a teller sells over the
      * counter in ACCT-TELR carries the remitter - the customer
      * whose account paid for it, and the name printed on the
      * check as the purchaser - and the sequence number of the
      * audit record that debited the account, so the check
      * number CHK-PRINT assigns ties back to the debit.  A back-
      * office request leaves all three blank.
      *
       01  DISB-REQUEST.
           05  DISB-FIRST-NAME      PIC X(20).
           05  DISB-SUFFIX          PIC X(10).
           05  DISB-AMOUNT          PIC S9(7)V99.
           05  DISB-MEMO            PIC X(20).
           05  DISB-PAYEE-ID        PIC X(08).
           05  DISB-REMIT-ACCT-ID   PIC X(12).
           05  DISB-REMITTER        PIC X(40).
           05  DISB-AUDIT-SEQ-NO    PIC 9(09).
