      *               control record (via BUSDATEG) instead of
      *               the system clock, so a morning catch-up
      *               run posts under the date it belongs to.
      *   2026-10-15  Refuse any status change but CLOSED on an
      *               account charged off while it was queued.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PEND.
               GO TO 2000-EXIT
           END-IF

           IF MST-CHARGED-OFF AND NOT MAINT-TO-CLOSED
               SET WS-MAINT-REJECTED TO TRUE
               MOVE "ACCOUNT CHARGED OFF" TO WS-REJECT-REASON
               GO TO 2000-EXIT
           END-IF

           MOVE MAINT-NEW-STATUS TO MST-STATUS
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
