      *
      * OUTPREC.cpy - Outbound payment file record
      * One detail per payment to an account at another bank -
      * the originating item's reference, the value date, the
      * payee's routing and account numbers and name, and the
      * amount - closed by a count and amount control trailer the
      * payment operator proves the file against before
      * transmitting anything.  Written by ACCT-STOR for external
      * standing orders and by ACCT-LEGL for legal-order
      * remittances, each run onto its own generation.
      *
       01  OUTP-RECORD.
           05  OUTP-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(99).
       01  OUTP-DETAIL-RECORD REDEFINES OUTP-RECORD.
           05  FILLER                PIC X(01).
           05  OUTP-DTL-ORDER-NO     PIC X(08).
           05  OUTP-DTL-VALUE-DATE   PIC 9(08).
           05  OUTP-DTL-ROUTING-NO   PIC X(09).
           05  OUTP-DTL-ACCT-NO      PIC X(17).
           05  OUTP-DTL-BENE-NAME    PIC X(30).
           05  OUTP-DTL-AMOUNT       PIC S9(7)V99.
           05  FILLER                PIC X(18).
       01  OUTP-TRAILER-RECORD REDEFINES OUTP-RECORD.
           05  FILLER                PIC X(01).
           05  OUTP-TRL-ITEM-COUNT   PIC 9(06).
           05  OUTP-TRL-TOTAL        PIC S9(9)V99.
           05  FILLER                PIC X(82).
