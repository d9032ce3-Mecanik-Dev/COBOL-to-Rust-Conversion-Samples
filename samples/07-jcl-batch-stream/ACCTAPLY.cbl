      *               relationship pending until a supervisor
      *               disposition through WTCH-DISP clears or
      *               confirms it.
      *   2026-10-15  Carry the account's home branch off the
      *               extract onto a new account, and onto a
      *               changed one when upstream moves it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-APLY.
               AND CLN-INT-RATE = MST-INT-RATE
               AND CLN-STATUS = MST-STATUS
               AND CLN-CURRENCY = MST-CURRENCY
               AND CLN-HOME-BRANCH = MST-HOME-BRANCH
               SET WS-ACTION-UNCHANGED TO TRUE
               ADD 1 TO WS-RECS-UNCHANGED
               GO TO 2000-EXIT
           MOVE CLN-INT-RATE  TO MST-INT-RATE
           MOVE CLN-STATUS    TO MST-STATUS
           MOVE CLN-CURRENCY  TO MST-CURRENCY
           MOVE CLN-HOME-BRANCH TO MST-HOME-BRANCH
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
           MOVE 0 TO MST-UPDATE-SEQ
           MOVE 0 TO MST-ACCR-INT
           MOVE CLN-CURRENCY  TO MST-CURRENCY
           MOVE CLN-HOME-BRANCH TO MST-HOME-BRANCH
           WRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-ACTION-FAILED TO TRUE
