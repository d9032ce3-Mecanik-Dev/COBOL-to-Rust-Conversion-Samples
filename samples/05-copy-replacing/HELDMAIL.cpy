      *
      * HELDMAIL.cpy - Held-mail report lines
      * One line per piece of mail held back because the address
      * in effect is flagged undeliverable on ADDRMST (returned
      * mail, ADDR-MNT action R): the document held, the customer
      * and account, the addressee, and the returned-mail details
      * off the address record.  ACCT-STMT, ACCT-ESCH and
      * ACCT-YTAX print it on their HELDMAIL report so the branch
      * can chase a good address instead of the mailroom mailing
      * the dead one again.  COPY into WORKING-STORAGE.
      *
       01  HML-HEADING-LINE.
           05  FILLER  PIC X(70) VALUE
               "DOC   CUST    ACCOUNT       ADDRESSEE".
           05  FILLER  PIC X(62) VALUE
               "ADDR EFF    RETURNED    SRC   CNT".
       01  HML-DETAIL-LINE.
           05  HML-DOCUMENT          PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HML-CUST-NO           PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HML-ACCT-ID           PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HML-ADDRESSEE         PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HML-ADDR-EFF-DATE     PIC 9999/99/99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HML-RETURNED-DATE     PIC 9999/99/99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HML-RETURNED-SOURCE   PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HML-RETURNED-COUNT    PIC ZZ9.
           05  FILLER                PIC X(29) VALUE SPACES.
