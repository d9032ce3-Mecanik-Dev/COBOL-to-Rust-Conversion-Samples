      *
      * GLBUDGET.cpy - General ledger budget by account and period
      * One row per period (YYYYMM) and G/L account: the amount
      * management budgeted for the account that month, on the
      * account's own side - income budgeted as the credit it is
      * expected to earn, expense as the debit it is expected to
      * cost, both positive.  Loaded and changed through dated
      * TBL-MAINT transactions (table ID B), so a re-forecast is
      * applied on the day it takes effect and leaves a before/
      * after image on the table audit file.  GL-BVAR reads it
      * after each GL-CLOSE to report budget against actual.
      *
       01  GLB-RECORD.
           05  GLB-KEY.
               10  GLB-PERIOD       PIC 9(06).
               10  GLB-GL-ACCT      PIC X(04).
           05  GLB-AMOUNT           PIC S9(11)V99 COMP-3.
           05  GLB-EFF-DATE         PIC 9(08).
           05  GLB-USER-ID          PIC X(08).
