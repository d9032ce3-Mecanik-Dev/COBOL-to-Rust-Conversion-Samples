      *
      * CHGOREC.cpy - Charged-off account record
      * One row per credit-style account ACCT-CHGO has written
      * off to loan loss, keyed by account ID: the date and the
      * delinquency bucket it was charged off at, the balance
      * written off, and what has been recovered against it since.
      * The customer still owes the written-off amount less the
      * recoveries; the account master carries zero.
      *
       01  CHGO-RECORD.
           05  CHGO-ACCT-ID         PIC X(12).
           05  CHGO-DATE            PIC 9(08).
           05  CHGO-DELQ-BUCKET     PIC 9(03).
           05  CHGO-AMOUNT          PIC S9(7)V99 COMP-3.
           05  CHGO-RECOVERED       PIC S9(7)V99 COMP-3.
           05  CHGO-LAST-RCVY-DATE  PIC 9(08).
