      *               hold the primary role on the account's
      *               CUSTXREF rows - a signer cannot settle the
      *               account away.
      *   2026-10-15  The settlement suspense account is opened
      *               with no home branch (head office).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CLSE.
                   MOVE 0 TO MST-UPDATE-SEQ
                   MOVE 0 TO MST-ACCR-INT
                   MOVE "USD" TO MST-CURRENCY
                   MOVE SPACES TO MST-HOME-BRANCH
                   WRITE MST-ACCOUNT
                       INVALID KEY
                           DISPLAY "ACCT-CLSE: suspense write failed"
