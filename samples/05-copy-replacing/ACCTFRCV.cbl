      *               backup detail and count it up on every
      *               replayed posting, so the recovered master
      *               rejoins the lost-update guard cleanly.
      *   2026-10-15  Replay DISPUTE provisional credits and their
      *               reversals off the trail.
      *   2026-10-15  Replay a FEE entry on either side, so a fee
      *               the branch refunds is credited back.
      *   2026-10-15  Replay CHGOFF charge-offs and the RECOVERY
      *               sweeps off charged-off accounts.
      *   2026-10-15  Restore the account's home branch off the
      *               widened (83-byte) backup detail.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-FRCV.
           LABEL RECORDS ARE STANDARD.
       01  BKUP-RECORD.
           05  BKUP-REC-TYPE             PIC X(01).
           05  FILLER                    PIC X(82).
       01  BKUP-HEADER-RECORD REDEFINES BKUP-RECORD.
           05  FILLER                    PIC X(01).
           05  BKUP-HDR-COPY-DATE        PIC 9(08).
           05  BKUP-HDR-COPY-TIME        PIC 9(08).
           05  BKUP-HDR-EXPECTED-COUNT   PIC 9(06).
           05  FILLER                    PIC X(60).
       01  BKUP-DETAIL-RECORD REDEFINES BKUP-RECORD.
           05  FILLER                    PIC X(01).
           05  BKUP-DTL-ACCT-ID          PIC X(12).
           05  BKUP-DTL-UPDATE-SEQ      PIC 9(09).
           05  BKUP-DTL-CURRENCY         PIC X(03).
           05  BKUP-DTL-ACCR-INT         PIC S9(07)V99.
           05  BKUP-DTL-HOME-BRANCH      PIC X(04).
           05  FILLER                    PIC X(01).
       01  BKUP-TRAILER-RECORD REDEFINES BKUP-RECORD.
           05  FILLER                    PIC X(01).
           05  BKUP-TRL-ACTUAL-COUNT     PIC 9(06).
           05  BKUP-TRL-CONTROL-TOTAL    PIC S9(09)V99.
           05  FILLER                    PIC X(65).

           COPY ACCTFILE.

           ELSE
               MOVE 0 TO MST-ACCR-INT
           END-IF
           MOVE BKUP-DTL-HOME-BRANCH TO MST-HOME-BRANCH
           WRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCT-FRCV: duplicate key " MST-ACCT-ID
           ADD 1 TO WS-RECS-REPLAYED
           EVALUATE TRUE
               WHEN AUDIT-IS-TRANSFER OR AUDIT-IS-ODSWEEP
                   OR AUDIT-IS-DISPUTE
                   OR AUDIT-IS-CHGOFF OR AUDIT-IS-RECOVERY
                   PERFORM 2200-DEBIT-FROM-ACCOUNT THRU 2200-EXIT
                   PERFORM 2300-CREDIT-TO-ACCOUNT THRU 2300-EXIT
               WHEN AUDIT-IS-ACCRUAL
                   PERFORM 2350-CREDIT-ACCRUED-BUCKET THRU 2350-EXIT
               WHEN AUDIT-IS-CAPINT
                   PERFORM 2360-REPLAY-CAPITALIZATION THRU 2360-EXIT
               WHEN AUDIT-IS-DEPOSIT
                   PERFORM 2300-CREDIT-TO-ACCOUNT THRU 2300-EXIT
               WHEN AUDIT-IS-FINCHG OR AUDIT-IS-WITHDRAW
                   PERFORM 2200-DEBIT-FROM-ACCOUNT THRU 2200-EXIT
               WHEN AUDIT-IS-FEE
                   PERFORM 2200-DEBIT-FROM-ACCOUNT THRU 2200-EXIT
                   PERFORM 2300-CREDIT-TO-ACCOUNT THRU 2300-EXIT
               WHEN AUDIT-IS-ONBOARD
                   PERFORM 2400-REBUILD-ONBOARD-ACCOUNT
               WHEN AUDIT-IS-MAINT
                   PERFORM 2500-REAPPLY-STATUS THRU 2500-EXIT
               WHEN OTHER
                   SUBTRACT 1 FROM WS-RECS-REPLAYED
                   ADD 1 TO WS-RECS-SKIPPED
                   SET MST-ACTIVE TO TRUE
                   MOVE 0 TO MST-UPDATE-SEQ
                   MOVE 0 TO MST-ACCR-INT
                   MOVE SPACES TO MST-HOME-BRANCH
                   WRITE MST-ACCOUNT
                       INVALID KEY
                           DISPLAY "ACCT-FRCV: write failed for "
