      *
      * ALRTSENT.cpy - Customer alert sent log
      * One row per alert ACCT-ALRT hands the messaging vendor:
      * the customer, account and alert type, and the event it
      * was for - the business date for the once-a-day alerts
      * (large withdrawal, hold release, low balance), the ACH
      * trace number for a returned item.  An alert whose row is
      * already on file is a duplicate and is suppressed, so a
      * customer hears about an account once a day per alert type
      * however many items trip it, and a rerun of the night
      * sends nothing twice.
      *
       01  ALS-RECORD.
           05  ALS-KEY.
               10  ALS-CUST-NO      PIC X(06).
               10  ALS-ACCT-ID      PIC X(12).
               10  ALS-ALERT-TYPE   PIC X(02).
               10  ALS-EVENT-REF    PIC X(15).
           05  ALS-SENT-DATE        PIC 9(08).
           05  ALS-CHANNEL          PIC X(01).
           05  ALS-AMOUNT           PIC S9(7)V99 COMP-3.
