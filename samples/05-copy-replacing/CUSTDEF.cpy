      * statement night stopped printing the whole book at once.
      * A zero cycle code (never assigned) prints on the month-end
      * catch-up pass rather than dropping off the mailing.
      * The search name and search phone are the last name folded
      * to upper case and the phone stripped to its digits, built
      * by CUSTSKEY whenever the customer is written; they are the
      * CUSTMSTR alternate keys the teller customer search reads.
      * The household flag lets a customer opt out of household
      * mailing: ACCT-STMT packs the paper statements of customers
      * on one cycle who share a standardized mailing address into
      * one envelope unless a customer's flag is N, in which case
      * their statement always mails on its own.
      *
       01  :PREFIX:-CUSTOMER.
           05  :PREFIX:-CUST-NO     PIC X(06).
           05  :PREFIX:-DELIVERY    PIC X(01).
               88  :PREFIX:-DELIV-PAPER      VALUE "P" " ".
               88  :PREFIX:-DELIV-ELECTRONIC VALUE "E".
           05  :PREFIX:-SEARCH-NAME PIC X(20).
           05  :PREFIX:-SEARCH-PHONE PIC X(12).
           05  :PREFIX:-HOUSEHOLD   PIC X(01).
               88  :PREFIX:-HHOLD-MAILING    VALUE "Y" " ".
               88  :PREFIX:-HHOLD-OPT-OUT    VALUE "N".
