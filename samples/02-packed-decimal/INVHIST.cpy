      * on history - the same file submitted twice, or tomorrow's
      * feed repeating today's numbers, no longer prices and
      * totals again - unless an override transaction authorizes
      * the reprice.  The tax jurisdiction the line was taxed
      * under is kept so a later credit memo can return its tax
      * to the same authority.
      *
       01  HIST-RECORD.
           05  HIST-KEY.
               10  HIST-LINE-NO     PIC 9(03).
           05  HIST-PRICED-DATE     PIC 9(08).
           05  HIST-TOTAL           PIC S9(7)V99.
           05  HIST-JURISDICTION-CODE PIC X(04).
