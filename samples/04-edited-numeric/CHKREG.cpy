      * check PAID off the bank's paid-items file, carrying the
      * paid date and amount so the issued-vs-paid proof and the
      * outstanding-check aging come off the register instead of
      * a manual tick-off against the bank statement.  CHK-VOID
      * stamps the void date, and CHK-PPAY marks what the bank
      * has been told on the positive-pay issue file, so each
      * issue and each void goes to the bank exactly once.  The
      * payee ID carries the PAYEEMST payee the check was cut to,
      * so CHK-1099 can total the year's payments per payee.
      * An official check sold at the counter carries the
      * remitter's account and name and the sequence number of
      * the audit record that debited the account for it; CHK-VOID
      * credits a voided official check back to that account.  A
      * check the bank cut for itself leaves the account blank.
      * An official check is carried on the 2100 outstanding-
      * checks ledger account from the counter sale until it
      * leaves the register; the G/L state says where the row
      * stands so each move out of 2100 is journaled once, and
      * the G/L date when GL-POST journaled it.  A check the bank
      * cut for itself is never carried on 2100 and stays space.
      *
       01  CHKR-RECORD.
           05  CHKR-CHECK-NO        PIC 9(08).
               88  CHKR-PAID            VALUE "P".
           05  CHKR-PAID-DATE       PIC 9(08).
           05  CHKR-PAID-AMOUNT     PIC S9(7)V99.
           05  CHKR-VOID-DATE       PIC 9(08).
      *    Space until the check goes to the bank on the positive-
      *    pay file; I once its issue record has gone, V once its
      *    void record has gone.
           05  CHKR-PPAY-STATE      PIC X(01).
               88  CHKR-PPAY-UNSENT     VALUE " ".
               88  CHKR-PPAY-ISSUE-SENT VALUE "I".
               88  CHKR-PPAY-VOID-SENT  VALUE "V".
           05  CHKR-PAYEE-ID        PIC X(08).
           05  CHKR-REMIT-ACCT-ID   PIC X(12).
           05  CHKR-REMITTER        PIC X(40).
           05  CHKR-AUDIT-SEQ-NO    PIC 9(09).
      *    I while an official check is outstanding on 2100; S once
      *    CHK-STALE voids it stale-dated, until GL-POST moves it
      *    out; O once CHK-VOID's own credit or reissue has moved
      *    it; C or X once GL-POST has journaled it out of 2100 -
      *    to cash and clearing when paid or stale, to 5000
      *    suspense when CHK-VOID suspended the remitter's credit.
           05  CHKR-GL-STATE        PIC X(01).
               88  CHKR-GL-OFF-LEDGER   VALUE " ".
               88  CHKR-GL-OUTSTANDING  VALUE "I".
               88  CHKR-GL-STALE        VALUE "S".
               88  CHKR-GL-VOID-POSTED  VALUE "O".
               88  CHKR-GL-CLEARED      VALUE "C".
               88  CHKR-GL-SUSPENDED    VALUE "X".
           05  CHKR-GL-DATE         PIC 9(08).
