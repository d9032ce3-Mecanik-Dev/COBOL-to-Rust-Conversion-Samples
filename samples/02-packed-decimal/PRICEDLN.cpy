      * through its own CURRTAB/RATETAB/PRICECLC pass, so a rate
      * row changed between the steps - or a drifted rounding
      * path - can no longer print a customer an invoice that
      * disagrees with what was journaled.  The tax jurisdiction
      * (for a credit memo, the original line's) and the priced
      * date let TAX-RPT total the month's tax by authority off
      * the same numbers.
      *
       01  PLN-RECORD.
           05  PLN-INV-NUMBER       PIC X(08).
           05  PLN-DISCOUNT-AMT     PIC S9(7)V99.
           05  PLN-TAX-AMT          PIC S9(7)V99.
           05  PLN-TOTAL            PIC S9(7)V99.
           05  PLN-JURISDICTION-CODE PIC X(04).
           05  PLN-PRICED-DATE      PIC 9(08).
