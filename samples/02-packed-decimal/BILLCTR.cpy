      *
      * BILLCTR.cpy - Recurring billing-contract record
      * One row per contracted recurring charge, keyed by contract
      * number: bill this customer this quantity of this product at
      * this price, in this currency and tax jurisdiction, every
      * month, quarter or year from the start date until the end
      * date (zero means the contract runs until cancelled).  The
      * bill day is the day of the month the contract bills on -
      * a contract started on the 31st bills on the last day of a
      * short month and back on the 31st after it.  CTR-BILL writes
      * the invoice line for each period as its next bill date
      * arrives, advances the date, and counts the bill; the count
      * numbers the generated invoice (R + contract + count).  A
      * suspended contract skips its periods unbilled; a contract
      * billed through its end date is marked expired until the
      * branch renews it.
      *
       01  BCT-RECORD.
           05  BCT-CONTRACT-NO      PIC 9(04).
           05  BCT-CUSTOMER-CODE    PIC X(06).
           05  BCT-PRODUCT-CODE     PIC X(06).
           05  BCT-JURISDICTION-CODE PIC X(04).
           05  BCT-CURRENCY-CODE    PIC X(03).
           05  BCT-QTY              PIC S9(3).
           05  BCT-PRICE            PIC S9(5)V99.
           05  BCT-FREQUENCY        PIC X(01).
               88  BCT-FREQ-MONTHLY     VALUE "M".
               88  BCT-FREQ-QUARTERLY   VALUE "Q".
               88  BCT-FREQ-ANNUAL      VALUE "A".
           05  BCT-START-DATE       PIC 9(08).
           05  BCT-END-DATE         PIC 9(08).
           05  BCT-BILL-DAY         PIC 9(02).
           05  BCT-NEXT-BILL-DATE   PIC 9(08).
           05  BCT-LAST-BILL-DATE   PIC 9(08).
           05  BCT-BILL-COUNT       PIC 9(03).
           05  BCT-STATUS           PIC X(01).
               88  BCT-ACTIVE           VALUE "A".
               88  BCT-SUSPENDED        VALUE "S".
               88  BCT-EXPIRED          VALUE "E".
