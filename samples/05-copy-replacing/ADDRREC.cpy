      * record in effect on the statement date for the mailing
      * block.  Keyed by customer rather than account because the
      * CUSTMSTR master links a customer's accounts already.
      * Returned mail flags the record undeliverable (ADDR-MNT
      * action R): the date the piece came back, the document it
      * was, and how many pieces this address has returned.  The
      * mailing programs hold mail for a flagged address instead
      * of printing it; a newer address, or a change to this one,
      * lands unflagged and mail resumes.
      *
       01  ADDR-RECORD.
           05  ADDR-KEY.
           05  ADDR-CITY            PIC X(20).
           05  ADDR-STATE           PIC X(02).
           05  ADDR-ZIP             PIC X(10).
           05  ADDR-MAIL-STATUS     PIC X(01).
               88  ADDR-DELIVERABLE     VALUE " ".
               88  ADDR-UNDELIVERABLE   VALUE "U".
           05  ADDR-RETURNED-DATE   PIC 9(08).
           05  ADDR-RETURNED-SOURCE PIC X(04).
               88  ADDR-RETURNED-STATEMENT  VALUE "STMT".
               88  ADDR-RETURNED-DUE-DILIG  VALUE "ESCH".
               88  ADDR-RETURNED-TAX-FORM   VALUE "YTAX".
               88  ADDR-RETURNED-NOTICE     VALUE "NOTC".
               88  ADDR-RETURNED-OTHER      VALUE "OTHR".
               88  ADDR-VALID-RETURN-SOURCE
                       VALUES "STMT", "ESCH", "YTAX", "NOTC", "OTHR".
           05  ADDR-RETURNED-COUNT  PIC 9(03).
