      *
      * PAYEEREC.cpy - Disbursement payee master record
      * One row per vendor or other party we cut checks to, keyed
      * by payee ID.  A disbursement request names its payee by
      * this ID, CHK-PRINT carries the ID onto the check register,
      * and the year-end CHK-1099 job totals the register per
      * payee.  The tax ID and its type, the mailing address, and
      * the reportable flag are what the 1099 form and the IRS
      * filing extract need; the name is held in the parts
      * FORMAT-NAME expects, the DISBREQ way.  Maintained by
      * PAYE-MNT.
      *
       01  PAYE-RECORD.
           05  PAYE-PAYEE-ID        PIC X(08).
           05  PAYE-FIRST-NAME      PIC X(20).
           05  PAYE-MIDDLE-NAME     PIC X(20).
           05  PAYE-LAST-NAME       PIC X(20).
           05  PAYE-SUFFIX          PIC X(10).
           05  PAYE-TAX-ID          PIC X(09).
           05  PAYE-TAX-ID-TYPE     PIC X(01).
               88  PAYE-TAX-ID-EIN      VALUE "E".
               88  PAYE-TAX-ID-SSN      VALUE "S".
           05  PAYE-ADDR-LINE-1     PIC X(30).
           05  PAYE-ADDR-LINE-2     PIC X(30).
           05  PAYE-CITY            PIC X(20).
           05  PAYE-STATE           PIC X(02).
           05  PAYE-ZIP             PIC X(10).
           05  PAYE-REPORTABLE      PIC X(01).
               88  PAYE-IS-REPORTABLE   VALUE "Y".
               88  PAYE-NOT-REPORTABLE  VALUE "N".
