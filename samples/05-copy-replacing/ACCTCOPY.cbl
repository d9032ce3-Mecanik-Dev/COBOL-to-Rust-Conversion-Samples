      *   2026-09-02  Carry the lost-update sequence on the detail
      *               record so a restored master resumes counting
      *               where the copy left off.
      *   2026-10-15  Carry the account's home branch on the detail
      *               record (all three shapes widen to 83 bytes).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-COPY.

       FD  BACKUP-COPY-FILE
           LABEL RECORDS ARE STANDARD.
      *    All three record shapes pad to the same 83 bytes so
      *    the FB dataset and ACCT-FRCV's REDEFINES read back
      *    exactly what was cut.
       01  BKUP-HEADER-RECORD.
           05  BKUP-HDR-COPY-DATE        PIC 9(08).
           05  BKUP-HDR-COPY-TIME        PIC 9(08).
           05  BKUP-HDR-EXPECTED-COUNT   PIC 9(06).
           05  FILLER                    PIC X(60).
       01  BKUP-DETAIL-RECORD.
           05  BKUP-DTL-TYPE             PIC X(01).
           05  BKUP-DTL-ACCT-ID          PIC X(12).
           05  BKUP-DTL-UPDATE-SEQ       PIC 9(09).
           05  BKUP-DTL-CURRENCY         PIC X(03).
           05  BKUP-DTL-ACCR-INT         PIC S9(07)V99.
           05  BKUP-DTL-HOME-BRANCH      PIC X(04).
           05  FILLER                    PIC X(01).
       01  BKUP-TRAILER-RECORD.
           05  BKUP-TRL-TYPE             PIC X(01).
           05  BKUP-TRL-ACTUAL-COUNT     PIC 9(06).
           05  BKUP-TRL-CONTROL-TOTAL    PIC S9(09)V99.
           05  FILLER                    PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS       PIC X(02).
                   MOVE MST-UPDATE-SEQ TO BKUP-DTL-UPDATE-SEQ
                   MOVE MST-CURRENCY TO BKUP-DTL-CURRENCY
                   MOVE MST-ACCR-INT TO BKUP-DTL-ACCR-INT
                   MOVE MST-HOME-BRANCH TO BKUP-DTL-HOME-BRANCH
                   WRITE BKUP-DETAIL-RECORD
                   ADD 1 TO WS-ACTUAL-COUNT
                   ADD MST-BALANCE TO WS-CONTROL-TOTAL
