      *
      * CLRGITEM.cpy - Inward-clearing presented item
      * One check drawn on one of our customers' accounts, as
      * the clearing house presents it on the daily inward file:
      * the account and check number off the MICR line, the
      * amount encoded, the presenting bank's routing number and
      * the clearing house's own item sequence.  The return file
      * back to the clearing house is this same record with a
      * return reason on the end.
      *
       01  CLR-RECORD.
           05  CLR-ACCT-ID          PIC X(12).
           05  CLR-CHECK-NO         PIC 9(08).
           05  CLR-AMOUNT           PIC 9(7)V99.
           05  CLR-PRESENTING-BANK  PIC X(09).
           05  CLR-ITEM-SEQ         PIC X(15).
