      *
      * ALRTPREF.cpy - Customer alert preference record
      * One row per customer and alert type the customer has
      * registered for through CUST-MNT: the amount that sets it
      * off and the channel it goes out on.  ACCT-ALRT reads it
      * nightly for every owner of an account with activity worth
      * telling them about.  The threshold is the smallest
      * withdrawal, returned ACH item or released hold worth an
      * alert (zero alerts on every one), and for the low-balance
      * alert the closing balance the account must stay at or
      * above.  SMS goes to CUS-PHONE, e-mail to CUS-EMAIL.
      *
       01  ALP-RECORD.
           05  ALP-KEY.
               10  ALP-CUST-NO      PIC X(06).
               10  ALP-ALERT-TYPE   PIC X(02).
                   88  ALP-LARGE-WITHDRAWAL VALUE "LW".
                   88  ALP-ACH-RETURN       VALUE "AR".
                   88  ALP-HOLD-RELEASE     VALUE "HR".
                   88  ALP-LOW-BALANCE      VALUE "LB".
                   88  ALP-VALID-TYPE
                           VALUES "LW", "AR", "HR", "LB".
           05  ALP-THRESHOLD        PIC S9(7)V99 COMP-3.
           05  ALP-CHANNEL          PIC X(01).
               88  ALP-CHANNEL-SMS      VALUE "S".
               88  ALP-CHANNEL-EMAIL    VALUE "E".
               88  ALP-CHANNEL-BOTH     VALUE "B".
               88  ALP-VALID-CHANNEL    VALUES "S", "E", "B".
           05  ALP-REGISTERED-DATE  PIC 9(08).
