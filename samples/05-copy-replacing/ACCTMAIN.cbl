      *               status rewrite, and count it up on the
      *               rewrite; a stale record rejects with
      *               RECORD CHANGED - RETRY.
      *   2026-10-15  Refuse any status change but CLOSED on a
      *               charged-off account.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-MAIN.
           END-IF
           MOVE MST-UPDATE-SEQ TO WS-HELD-UPDATE-SEQ

      *    A charged-off account is worked by collections and
      *    ACCT-CHGO from here on; the only status the branch may
      *    still give it is CLOSED.
           IF MST-CHARGED-OFF AND NOT MAINT-TO-CLOSED
               SET WS-MAINT-REJECTED TO TRUE
               MOVE "ACCOUNT CHARGED OFF" TO WS-REJECT-REASON
               GO TO 2000-EXIT
           END-IF

           IF MAINT-EFFECTIVE-DATE > WS-CURRENT-DATE
               PERFORM 2500-QUEUE-PENDING
               GO TO 2000-EXIT
