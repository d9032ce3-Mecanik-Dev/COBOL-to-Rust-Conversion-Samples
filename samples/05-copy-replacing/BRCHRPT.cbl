      * already-advanced BUSDATE record are a day past the
      * AUDIT-DATE stamps on the activity.  No parameter falls
      * back to the clock for an intraday run.
      *
      * Modification history:
      *   2026-10-15  An official check sold at the counter is a
      *               WITHDRAW entry under reason OFCK, but no cash
      *               leaves the drawer: it counts with the other
      *               items, not in the teller's cash withdrawn.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCH-RPT.
               WHEN AUDIT-IS-DEPOSIT
                   ADD 1 TO ACT-DEP-CNT(WS-ACT-IDX)
                   ADD AUDIT-AMOUNT TO ACT-DEP-AMT(WS-ACT-IDX)
      *        An official check is paid out of the account into
      *        outstanding checks, not out of the drawer.
               WHEN AUDIT-IS-WITHDRAW AND AUDIT-REASON-CODE = "OFCK"
                   ADD 1 TO ACT-OTH-CNT(WS-ACT-IDX)
               WHEN AUDIT-IS-WITHDRAW
                   ADD 1 TO ACT-WDR-CNT(WS-ACT-IDX)
                   ADD AUDIT-AMOUNT TO ACT-WDR-AMT(WS-ACT-IDX)
