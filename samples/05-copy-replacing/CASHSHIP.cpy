      *
      * CASHSHIP.cpy - Armored-carrier cash shipment record
      * One row per vault cash shipment, keyed by branch, the
      * date CASH-ORDR raised it and its direction: an order
      * brings cash in to the branch vault, a return sends the
      * excess back.  A shipment is pending from the day it is
      * raised until the carrier's receipt comes back; CASH-CONF
      * then posts the amount the carrier actually delivered or
      * collected to the vault row on CASHLEDG and marks it
      * confirmed, and GL-POST journals it between 2200 branch
      * cash on hand and 2000 cash and clearing the same night.
      * A pending shipment counts as cash in transit on every
      * forecast until it is confirmed.
      *
       01  SHIP-RECORD.
           05  SHIP-KEY.
               10  SHIP-BRANCH      PIC X(04).
               10  SHIP-ORDER-DATE  PIC 9(08).
               10  SHIP-DIRECTION   PIC X(01).
                   88  SHIP-IS-ORDER    VALUE "O".
                   88  SHIP-IS-RETURN   VALUE "R".
           05  SHIP-CARRIER-ID      PIC X(08).
           05  SHIP-DELIVERY-DATE   PIC 9(08).
           05  SHIP-AMOUNT          PIC S9(9)V99 COMP-3.
           05  SHIP-STATUS          PIC X(01).
               88  SHIP-PENDING         VALUE "P".
               88  SHIP-CONFIRMED       VALUE "C".
           05  SHIP-CONFIRM-DATE    PIC 9(08).
           05  SHIP-CONFIRMED-AMOUNT
                                    PIC S9(9)V99 COMP-3.
           05  SHIP-CARRIER-REF     PIC X(16).
