      *
      * LEGLORD.cpy - Legal order record (levy / garnishment)
      * One row per court levy or wage garnishment served on the
      * bank, keyed by the order ID the branch assigns on receipt
      * (LG prefix).  The branch enters the account, the order
      * type, the amount demanded, the issuing agency with the
      * BENEFILE payee ID its funds are remitted to, the date the
      * order was received and the answer deadline - the last
      * business date the funds may leave.  ACCT-LEGL carries the
      * order through its stages: received, held (an open HOLDFILE
      * hold under the order's own ID restricts only the amount
      * attached, never the whole account), answered (the held
      * funds swept to the agency and the answer letter written),
      * or - when the court releases the order and the branch
      * marks it so - vacated with the hold dropped.
      *
       01  LEGL-RECORD.
           05  LEGL-ORDER-ID        PIC X(08).
           05  LEGL-ACCT-ID         PIC X(12).
           05  LEGL-ORDER-TYPE      PIC X(01).
               88  LEGL-LEVY            VALUE "L".
               88  LEGL-GARNISHMENT     VALUE "G".
           05  LEGL-DEMAND-AMOUNT   PIC S9(7)V99.
           05  LEGL-AGENCY-NAME     PIC X(30).
           05  LEGL-AGENCY-BENE-ID  PIC X(08).
           05  LEGL-RECEIVED-DATE   PIC 9(08).
           05  LEGL-ANSWER-DATE     PIC 9(08).
           05  LEGL-HELD-AMOUNT     PIC S9(7)V99.
           05  LEGL-REMITTED-AMOUNT PIC S9(7)V99.
           05  LEGL-FEE-AMOUNT      PIC S9(5)V99.
           05  LEGL-ANSWERED-DATE   PIC 9(08).
           05  LEGL-STATUS          PIC X(01).
               88  LEGL-RECEIVED        VALUE "R".
               88  LEGL-HELD            VALUE "H".
               88  LEGL-ANSWERED        VALUE "A".
               88  LEGL-RELEASE-ORDERED VALUE "V".
               88  LEGL-VACATED         VALUE "X".
