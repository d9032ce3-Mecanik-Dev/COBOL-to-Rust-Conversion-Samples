      *
      * ARCUST.cpy - Receivables billing-customer master record
      * One row per AR customer code: the name and billing address
      * the customer's paper goes to.  ARITEMS carries only the
      * code; AR-DUNN looks the customer up here to address the
      * statement of account and dunning letter.  The credit terms
      * ride on the same row: the credit limit INV-EDIT holds the
      * customer's open receivables plus the night's new invoice
      * lines to (zero means no limit has been set), and the
      * credit manager's hold switch, which stops every new
      * invoice line for the customer until it is lifted.
      *
       01  ARC-RECORD.
           05  ARC-CUSTOMER-CODE    PIC X(06).
           05  ARC-NAME             PIC X(30).
           05  ARC-ADDR-LINE-1      PIC X(30).
           05  ARC-ADDR-LINE-2      PIC X(30).
           05  ARC-CITY             PIC X(20).
           05  ARC-STATE            PIC X(02).
           05  ARC-ZIP              PIC X(10).
           05  ARC-CREDIT-LIMIT     PIC S9(9)V99.
           05  ARC-CREDIT-HOLD      PIC X(01).
               88  ARC-ON-CREDIT-HOLD   VALUE "Y".
               88  ARC-CREDIT-RELEASED  VALUE "N", " ".
