      *
      * ARDUNREC.cpy - Dunning letter history record
      * One row per dunning letter sent, keyed by customer code,
      * dunning cycle (the business date's year and month) and
      * letter level - 1 reminder, 2 second notice, 3 final
      * demand.  AR-DUNN will not send a customer a level it has
      * already sent in the cycle, nor a lower one once it has
      * escalated, and the row keeps what the letter said: the
      * age of the oldest item, the open balance and the number
      * of items listed.
      *
       01  ARDN-RECORD.
           05  ARDN-KEY.
               10  ARDN-CUSTOMER-CODE PIC X(06).
               10  ARDN-CYCLE       PIC 9(06).
               10  ARDN-LEVEL       PIC 9(01).
                   88  ARDN-REMINDER    VALUE 1.
                   88  ARDN-SECOND      VALUE 2.
                   88  ARDN-FINAL       VALUE 3.
           05  ARDN-SENT-DATE       PIC 9(08).
           05  ARDN-OLDEST-DAYS     PIC 9(05).
           05  ARDN-BALANCE         PIC S9(9)V99.
           05  ARDN-ITEM-COUNT      PIC 9(05).
