      *
      * DISPCASE.cpy - Card dispute case record
      * One row per cardholder dispute, keyed on the processor
      * reference of the disputed CARD-SETL item: the account the
      * provisional credit went to, the amount, the date the
      * claim was opened and the regulatory resolution deadline
      * it ages against, and how the processor's chargeback
      * decided it.  CARD-DISP opens, ages and closes the cases;
      * a won case keeps its credit, a lost one carries the
      * amount reversed back off the account.
      *
       01  DSP-RECORD.
           05  DSP-PROCESSOR-REF    PIC X(16).
           05  DSP-ACCT-ID          PIC X(12).
           05  DSP-AMOUNT           PIC S9(7)V99.
           05  DSP-REASON-CODE      PIC X(04).
           05  DSP-OPEN-DATE        PIC 9(08).
           05  DSP-DEADLINE-DATE    PIC 9(08).
           05  DSP-STATUS           PIC X(01).
               88  DSP-OPEN             VALUE "O".
               88  DSP-WON              VALUE "W".
               88  DSP-LOST             VALUE "L".
           05  DSP-CLOSE-DATE       PIC 9(08).
           05  DSP-REVERSED-AMOUNT  PIC S9(7)V99.
           05  DSP-TELLER-ID        PIC X(08).
           05  DSP-BRANCH           PIC X(04).
