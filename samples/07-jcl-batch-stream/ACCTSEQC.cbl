      *               as the reject report, so a reject is worked
      *               off through SUSP-CORR instead of dying in a
      *               listing.
      *   2026-10-15  Copy the account's home branch through to
      *               the clean file.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-SEQC.
           MOVE EXT-STATUS     TO CLN-STATUS
           MOVE EXT-UPDATE-SEQ TO CLN-UPDATE-SEQ
           MOVE EXT-CURRENCY   TO CLN-CURRENCY
           MOVE EXT-HOME-BRANCH TO CLN-HOME-BRANCH
           WRITE CLN-ACCOUNT
           ADD 1 TO WS-RECS-CLEAN
           ADD EXT-BALANCE TO WS-RUNC-HASH
