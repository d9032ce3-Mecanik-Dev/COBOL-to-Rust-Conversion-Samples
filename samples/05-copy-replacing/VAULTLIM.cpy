      *
      * VAULTLIM.cpy - Branch vault cash limits
      * One row per branch, keyed by branch, the levels cash
      * operations sets for the branch vault.  CASH-ORDR
      * forecasts the vault's cash over the cover days - the
      * business days until the next armored-carrier run can
      * reach the branch - and orders cash when the forecast falls
      * below the minimum, or returns the excess when it rises
      * above the maximum, back to the midpoint of the two.  The
      * lead days are the calendar days between the order and the
      * carrier's delivery; the carrier is the armored service
      * that runs the branch.
      *
       01  VLIM-RECORD.
           05  VLIM-BRANCH          PIC X(04).
           05  VLIM-MINIMUM         PIC S9(9)V99 COMP-3.
           05  VLIM-MAXIMUM         PIC S9(9)V99 COMP-3.
           05  VLIM-COVER-DAYS      PIC 9(02).
           05  VLIM-LEAD-DAYS       PIC 9(02).
           05  VLIM-CARRIER-ID      PIC X(08).
