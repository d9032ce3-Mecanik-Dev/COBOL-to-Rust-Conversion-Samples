      *
      * TAXREMIT.cpy - Sales tax remittance extract record
      * One detail per taxing jurisdiction per month: the taxable
      * sales, exempt sales and tax collected TAX-RPT totaled off
      * the priced register, credit memos netted against the
      * jurisdiction that collected the original tax - the figures
      * the return for that authority is filed and paid from.
      * Closed by a count and tax-total control trailer, the
      * OUTPREC pattern, so the file is proved before anything is
      * filed off it.
      *
       01  TXR-RECORD.
           05  TXR-REC-TYPE          PIC X(01).
               88  TXR-DETAIL            VALUE "D".
               88  TXR-TRAILER           VALUE "T".
           05  FILLER                PIC X(79).
       01  TXR-DETAIL-RECORD REDEFINES TXR-RECORD.
           05  FILLER                PIC X(01).
           05  TXR-DTL-PERIOD        PIC 9(06).
           05  TXR-DTL-JURISDICTION  PIC X(04).
           05  TXR-DTL-TAXABLE-SALES PIC S9(11)V99.
           05  TXR-DTL-EXEMPT-SALES  PIC S9(11)V99.
           05  TXR-DTL-TAX-COLLECTED PIC S9(9)V99.
           05  TXR-DTL-LINE-COUNT    PIC 9(06).
           05  FILLER                PIC X(26).
       01  TXR-TRAILER-RECORD REDEFINES TXR-RECORD.
           05  FILLER                PIC X(01).
           05  TXR-TRL-PERIOD        PIC 9(06).
           05  TXR-TRL-ITEM-COUNT    PIC 9(06).
           05  TXR-TRL-TAX-TOTAL     PIC S9(11)V99.
           05  FILLER                PIC X(54).
