      *
      * RTNOTICE.cpy - Advance change-in-terms notice log
      * One row per pending rate or fee change and customer told
      * about it, written by ACCT-RTNT the night the notice goes
      * out: the change (an INTTIER rate sheet for a prefix and
      * effective date, or a FEESCHED change riding the REF-MAINT
      * pending file, monthly or item terms), the customer, the
      * date notice was given and how it was delivered, and
      * whether it went out short of the required notice period.
      * The row is the bank's evidence that notice was given, and
      * stops the next night's run from sending it again.
      *
       01  RTN-RECORD.
           05  RTN-KEY.
               10  RTN-CHANGE-TYPE  PIC X(01).
                   88  RTN-TIER-CHANGE  VALUE "T".
                   88  RTN-FEE-CHANGE   VALUE "F".
               10  RTN-ACCT-PREFIX  PIC X(03).
               10  RTN-EFF-DATE     PIC 9(08).
               10  RTN-TERMS-GROUP  PIC X(01).
               10  RTN-CUST-NO      PIC X(06).
           05  RTN-NOTICE-DATE      PIC 9(08).
           05  RTN-DELIVERY         PIC X(01).
               88  RTN-SENT-PAPER       VALUE "P".
               88  RTN-SENT-ELECTRONIC  VALUE "E".
           05  RTN-DAYS-NOTICE      PIC 9(03).
           05  RTN-SHORT-NOTICE     PIC X(01).
               88  RTN-WAS-SHORT        VALUE "Y".
