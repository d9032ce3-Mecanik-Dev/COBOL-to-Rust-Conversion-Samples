      * reversible exactly like a teller-keyed one.  A fresh bill
      * is then cut: the minimum payment off the BILLPARM percent
      * and floor, the due date pushed past BUSCAL holidays.
      *
      * Modification history:
      *   2026-10-15  Leave LON installment-loan accounts alone:
      *               a loan is collected off its amortization
      *               schedule by LOAN-POST, not billed a minimum
      *               payment on its negative balance.
      *   2026-10-15  Keep billing and aging a frozen account that
      *               still owes - the freeze stops spending, not
      *               the debt - through 120/150/180 days, so the
      *               ACCT-CHGO charge-off threshold can be reached.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-BILL.
       01  WS-MIN-PAY-FLOOR          PIC 9(05) VALUE 25.
       01  WS-GRACE-DAYS             PIC 9(03) VALUE 21.
       01  WS-FREEZE-BUCKET          PIC 9(03) VALUE 90.
       01  WS-MAX-BUCKET             PIC 9(03) VALUE 180.

      *    Payments per account since the last billing run, off
      *    one pass over the audit trail - the ACCT-MFEE table
                   MOVE "10" TO WS-ACCT-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
                   IF (MST-ACTIVE OR MST-FROZEN)
                       AND MST-BALANCE < 0
                       AND MST-ACCT-ID(1:3) NOT = "LON"
                       PERFORM 2100-BILL-ONE-ACCOUNT
                   END-IF
           END-READ.
      * configured bucket an automatic FROZEN maintenance
      * transaction goes out for the ACCT-MAIN path under the
      * DLNQ reason - posted and audit-logged like any other
      * status change.  Aging stops at 180 days, the deepest
      * bucket ACCT-CHGO charges off from.
      *----------------------------------------------------------
       2300-AGE-DELINQUENCY.
           IF BILL-DELQ-BUCKET < WS-MAX-BUCKET
               ADD 30 TO BILL-DELQ-BUCKET
           END-IF
           IF BILL-DELQ-BUCKET >= WS-FREEZE-BUCKET
