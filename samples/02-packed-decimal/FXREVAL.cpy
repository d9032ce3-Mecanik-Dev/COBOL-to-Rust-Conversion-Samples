      *
      * FXREVAL.cpy - Month-end foreign-currency revaluation
      * One row per period (YYYYMM) and currency, written by
      * GL-FXRV when it restates the month-end foreign balances:
      * the summed master balance in the currency, the rate it
      * was last restated at (the prior period's new rate) and
      * the period-end CURRTAB rate, the base-currency value at
      * that rate, the month's unrealized gain (+) or loss (-),
      * and the unrealized position carried to date - the amount
      * the period's reversing journal entry restates the ledger
      * by.  The next period's run starts from this row.
      *
       01  FXR-RECORD.
           05  FXR-KEY.
               10  FXR-PERIOD       PIC 9(06).
               10  FXR-CURRENCY     PIC X(03).
           05  FXR-ACCT-COUNT       PIC 9(05).
           05  FXR-FOREIGN-BAL      PIC S9(11)V99 COMP-3.
           05  FXR-OLD-RATE         PIC S9(3)V9(6) COMP-3.
           05  FXR-NEW-RATE         PIC S9(3)V9(6) COMP-3.
           05  FXR-BASE-VALUE       PIC S9(11)V99 COMP-3.
           05  FXR-GAIN-LOSS        PIC S9(11)V99 COMP-3.
           05  FXR-UNREALIZED       PIC S9(11)V99 COMP-3.
           05  FXR-ENTRY-ID         PIC X(08).
           05  FXR-RUN-DATE         PIC 9(08).
