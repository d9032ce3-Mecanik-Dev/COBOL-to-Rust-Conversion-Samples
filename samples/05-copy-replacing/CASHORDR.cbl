      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: branch vault cash ordering.  Vault cash was
      * ordered by a branch manager's phone call, so one branch
      * sat on cash that cost us to hold while another ran its
      * vault dry before the armored car came.  Each business
      * morning this job forecasts every branch's vault from its
      * own recent counter activity and raises the shipments the
      * forecast calls for:
      *
      *   the teller cash in (DEPOSIT) and cash out (WITHDRAW) on
      *   the AUDITLOG trail over the last four weeks, keyed by a
      *   teller and posted, is averaged by branch over the days
      *   the branch actually traded to a daily net cash out;
      *
      *   the vault's projected level is today's CASHLEDG vault
      *   balance, plus the shipments already in transit on
      *   CASHSHIP (orders in, returns out), less the daily net
      *   cash out over the VAULTLIM cover days;
      *
      *   a projection below the branch's minimum raises an order
      *   back up to the midpoint of its minimum and maximum,
      *   rounded up to the $100 strap; one above the maximum
      *   raises a return of the excess down to the midpoint,
      *   rounded down, and never so much that the cash left in
      *   the vault would fall below the minimum.
      *
      * Each shipment is written pending to CASHSHIP for the
      * branch's armored carrier, due the VAULTLIM lead days out,
      * and printed on the carrier manifest (CASHMNFT) after the
      * forecast for every branch.  CASH-CONF posts it to the
      * vault when the carrier's receipt comes back.  A branch
      * already given a shipment today is left alone, so a rerun
      * raises nothing twice.  A branch with limits but no vault
      * row on CASHLEDG cannot be forecast and ends the run with
      * CC=4.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-ORDR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-LIMIT-FILE ASSIGN TO "VAULTLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VLIM-BRANCH
               FILE STATUS IS WS-VLIM-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO "CASHLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CASH-KEY
               FILE STATUS IS WS-CASH-FILE-STATUS.

           SELECT SHIPMENT-FILE ASSIGN TO "CASHSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-KEY
               FILE STATUS IS WS-SHIP-FILE-STATUS.

           SELECT MANIFEST-REPORT ASSIGN TO "CASHMNFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-LIMIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VAULTLIM.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  CASH-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHLEDG.

       FD  SHIPMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHSHIP.

       FD  MANIFEST-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VLIM-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-CASH-FILE-STATUS       PIC X(02).
       01  WS-SHIP-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

      *    The teller activity the forecast averages: the four
      *    weeks up to and including the business date.
       01  WS-FORECAST-DAYS          PIC 9(03) VALUE 28.
       01  WS-WINDOW-START-DATE      PIC 9(08) VALUE 0.
       01  WS-DAY-INTEGER            PIC 9(08) VALUE 0.

       01  WS-VAULT-DRAWER-ID        PIC X(08) VALUE "*VAULT**".
       01  WS-STRAP-UNIT             PIC 9(03) VALUE 100.
       01  WS-LOOKUP-BRANCH          PIC X(04) VALUE SPACES.
       01  WS-TARGET-LEVEL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RETURN-CAP             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SHIP-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SHIP-UNITS             PIC 9(09) VALUE 0.
       01  WS-SHIP-DIRECTION         PIC X(01) VALUE SPACES.
           88  WS-SHIP-ORDER             VALUE "O".
           88  WS-SHIP-RETURN            VALUE "R".
       01  WS-ACTION-NOTE            PIC X(20) VALUE SPACES.

      *    One row per branch with vault limits: the limits, the
      *    teller activity in the window, the vault and what is
      *    in transit to or from it, and the shipment raised.
       01  WS-BR-TABLE-CTL.
           05  WS-BR-COUNT           PIC 9(04) VALUE 0.
           05  WS-BR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY WS-BR-IDX.
               10  BR-BRANCH         PIC X(04).
               10  BR-CARRIER-ID     PIC X(08).
               10  BR-MINIMUM        PIC S9(9)V99 COMP-3.
               10  BR-MAXIMUM        PIC S9(9)V99 COMP-3.
               10  BR-COVER-DAYS     PIC 9(02).
               10  BR-LEAD-DAYS      PIC 9(02).
               10  BR-LAST-DATE      PIC 9(08).
               10  BR-ACTIVE-DAYS    PIC 9(03).
               10  BR-CASH-IN        PIC S9(11)V99 COMP-3.
               10  BR-CASH-OUT       PIC S9(11)V99 COMP-3.
               10  BR-VAULT-SW       PIC X(01).
                   88  BR-HAS-VAULT      VALUE "Y".
               10  BR-VAULT-BALANCE  PIC S9(9)V99 COMP-3.
               10  BR-IN-TRANSIT     PIC S9(11)V99 COMP-3.
               10  BR-RETURNS-PENDING
                                     PIC S9(11)V99 COMP-3.
               10  BR-TODAY-SW       PIC X(01).
                   88  BR-ALREADY-SCHEDULED VALUE "Y".
               10  BR-DAILY-NET-OUT  PIC S9(9)V99 COMP-3.
               10  BR-PROJECTED      PIC S9(11)V99 COMP-3.
               10  BR-SHIP-DIRECTION PIC X(01).
               10  BR-SHIP-AMOUNT    PIC S9(9)V99 COMP-3.
               10  BR-DELIVERY-DATE  PIC 9(08).

       01  WS-COUNTERS.
           05  WS-AUDIT-READ         PIC 9(09) VALUE 0.
           05  WS-TELLER-LINES       PIC 9(09) VALUE 0.
           05  WS-BRANCHES-NO-VAULT  PIC 9(04) VALUE 0.
           05  WS-ORDERS-RAISED      PIC 9(04) VALUE 0.
           05  WS-RETURNS-RAISED     PIC 9(04) VALUE 0.
           05  WS-ORDER-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RETURN-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(35)
               VALUE "CASH-ORDR: VAULT CASH FORECAST FOR ".
           05  RPH-DATE              PIC 9(08).
           05  FILLER  PIC X(24)
               VALUE "   TELLER ACTIVITY FROM ".
           05  RPH-START-DATE        PIC 9(08).
           05  FILLER                PIC X(57) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(04) VALUE "BRCH".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE "  VAULT BALANCE".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE "     IN TRANSIT".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE "  DAILY NET OUT".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(03) VALUE "CVR".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE "      PROJECTED".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(14) VALUE "       MINIMUM".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(14) VALUE "       MAXIMUM".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(21) VALUE "ACTION".

       01  WS-RPT-FORECAST.
           05  RPF-BRANCH            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPF-VAULT             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPF-IN-TRANSIT        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPF-DAILY-NET         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPF-COVER             PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPF-PROJECTED         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPF-MINIMUM           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPF-MAXIMUM           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPF-NOTE              PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.

       01  WS-RPT-MANIFEST-HDG.
           05  FILLER  PIC X(40)
               VALUE "ARMORED CARRIER MANIFEST - SHIPMENTS OF ".
           05  RPMH-DATE             PIC 9(08).
           05  FILLER                PIC X(84) VALUE SPACES.

       01  WS-RPT-MANIFEST-COLS.
           05  FILLER  PIC X(08) VALUE "CARRIER".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(04) VALUE "BRCH".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE "TYPE".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(14) VALUE "        AMOUNT".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE "ORDERED".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE "DELIVER".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(72) VALUE "SIGNATURES".

       01  WS-RPT-MANIFEST.
           05  RPM-CARRIER           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPM-BRANCH            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPM-DIRECTION         PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPM-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPM-ORDER-DATE        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPM-DELIVERY-DATE     PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(12) VALUE "RECEIVED BY ".
           05  FILLER  PIC X(20) VALUE ALL "_".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE "SEAL NO ".
           05  FILLER  PIC X(16) VALUE ALL "_".
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-RPT-MANIFEST-NONE.
           05  FILLER  PIC X(40)
               VALUE "  NO SHIPMENTS RAISED TODAY".
           05  FILLER                PIC X(92) VALUE SPACES.

       01  WS-RPT-MANIFEST-TOT.
           05  FILLER  PIC X(10) VALUE "  ORDERS  ".
           05  RPT-ORDER-COUNT       PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPT-ORDER-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER  PIC X(12) VALUE "   RETURNS  ".
           05  RPT-RETURN-COUNT      PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPT-RETURN-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-FORECAST-DAYS + 1
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)

           PERFORM 1000-LOAD-VAULT-LIMITS THRU 1000-EXIT
           IF WS-BR-COUNT = 0
               DISPLAY "CASH-ORDR: NO VAULTLIM LIMITS ON FILE - "
                       "NOTHING ORDERED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM 2000-READ-ONE-AUDIT-ENTRY
                   UNTIL WS-AUDIT-FILE-STATUS = "10"
               CLOSE AUDIT-TRAIL-FILE
           END-IF

           OPEN INPUT CASH-LEDGER-FILE
           PERFORM 3000-READ-VAULT-ROW
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           CLOSE CASH-LEDGER-FILE

           OPEN I-O SHIPMENT-FILE
           IF WS-SHIP-FILE-STATUS = "35"
               OPEN OUTPUT SHIPMENT-FILE
               CLOSE SHIPMENT-FILE
               OPEN I-O SHIPMENT-FILE
           END-IF
           PERFORM 4000-LOAD-SHIPMENTS THRU 4000-EXIT

           OPEN OUTPUT MANIFEST-REPORT
           MOVE WS-CURRENT-DATE TO RPH-DATE
           MOVE WS-WINDOW-START-DATE TO RPH-START-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 5000-PLAN-ONE-BRANCH THRU 5000-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           PERFORM 6000-PRINT-MANIFEST

           CLOSE SHIPMENT-FILE
           CLOSE MANIFEST-REPORT

           DISPLAY "CASH-ORDR: audit lines read  " WS-AUDIT-READ
           DISPLAY "CASH-ORDR: teller cash lines " WS-TELLER-LINES
           DISPLAY "CASH-ORDR: branches forecast " WS-BR-COUNT
           DISPLAY "CASH-ORDR: orders raised     " WS-ORDERS-RAISED
           DISPLAY "CASH-ORDR: returns raised    " WS-RETURNS-RAISED
           DISPLAY "CASH-ORDR: no vault row      "
                   WS-BRANCHES-NO-VAULT

           IF WS-BRANCHES-NO-VAULT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * Every branch with limits on VAULTLIM starts a row; a
      * missing file means no branch is ordered for.
      *----------------------------------------------------------
       1000-LOAD-VAULT-LIMITS.
           OPEN INPUT VAULT-LIMIT-FILE
           IF WS-VLIM-FILE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-LIMIT
               UNTIL WS-VLIM-FILE-STATUS = "10"
           CLOSE VAULT-LIMIT-FILE.

       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-LIMIT.
           READ VAULT-LIMIT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-VLIM-FILE-STATUS
               NOT AT END
                   IF WS-BR-COUNT = 200
                       DISPLAY "CASH-ORDR: branch table full at "
                               VLIM-BRANCH
                   ELSE
                       PERFORM 1200-START-BRANCH-ROW
                   END-IF
           END-READ.

       1200-START-BRANCH-ROW.
           ADD 1 TO WS-BR-COUNT
           SET WS-BR-IDX TO WS-BR-COUNT
           MOVE VLIM-BRANCH TO BR-BRANCH(WS-BR-IDX)
           MOVE VLIM-CARRIER-ID TO BR-CARRIER-ID(WS-BR-IDX)
           MOVE VLIM-MINIMUM TO BR-MINIMUM(WS-BR-IDX)
           MOVE VLIM-MAXIMUM TO BR-MAXIMUM(WS-BR-IDX)
           MOVE VLIM-COVER-DAYS TO BR-COVER-DAYS(WS-BR-IDX)
           MOVE VLIM-LEAD-DAYS TO BR-LEAD-DAYS(WS-BR-IDX)
           MOVE 0 TO BR-LAST-DATE(WS-BR-IDX)
           MOVE 0 TO BR-ACTIVE-DAYS(WS-BR-IDX)
           MOVE 0 TO BR-CASH-IN(WS-BR-IDX)
           MOVE 0 TO BR-CASH-OUT(WS-BR-IDX)
           MOVE "N" TO BR-VAULT-SW(WS-BR-IDX)
           MOVE 0 TO BR-VAULT-BALANCE(WS-BR-IDX)
           MOVE 0 TO BR-IN-TRANSIT(WS-BR-IDX)
           MOVE 0 TO BR-RETURNS-PENDING(WS-BR-IDX)
           MOVE "N" TO BR-TODAY-SW(WS-BR-IDX)
           MOVE 0 TO BR-DAILY-NET-OUT(WS-BR-IDX)
           MOVE 0 TO BR-PROJECTED(WS-BR-IDX)
           MOVE SPACES TO BR-SHIP-DIRECTION(WS-BR-IDX)
           MOVE 0 TO BR-SHIP-AMOUNT(WS-BR-IDX)
           MOVE 0 TO BR-DELIVERY-DATE(WS-BR-IDX).

      *----------------------------------------------------------
      * Counter cash in the window: a posted deposit or
      * withdrawal a teller keyed, under the teller's branch.
      * House postings carry no teller and never touch a vault,
      * and an official check sold at the counter is paid out of
      * the customer's account, not the drawer.
      *----------------------------------------------------------
       2000-READ-ONE-AUDIT-ENTRY.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
                   IF AUDIT-POSTED
                       AND AUDIT-TELLER-ID NOT = SPACES
                       AND (AUDIT-IS-DEPOSIT OR AUDIT-IS-WITHDRAW)
                       AND AUDIT-REASON-CODE NOT = "OFCK"
                       AND AUDIT-DATE NOT < WS-WINDOW-START-DATE
                       AND AUDIT-DATE NOT > WS-CURRENT-DATE
                       PERFORM 2100-ADD-TELLER-CASH THRU 2100-EXIT
                   END-IF
           END-READ.

       2100-ADD-TELLER-CASH.
           MOVE AUDIT-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 2200-FIND-BRANCH-ROW THRU 2200-EXIT
           IF WS-BR-IDX > WS-BR-COUNT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-TELLER-LINES
           IF AUDIT-DATE NOT = BR-LAST-DATE(WS-BR-IDX)
               ADD 1 TO BR-ACTIVE-DAYS(WS-BR-IDX)
               MOVE AUDIT-DATE TO BR-LAST-DATE(WS-BR-IDX)
           END-IF
           IF AUDIT-IS-DEPOSIT
               ADD AUDIT-AMOUNT TO BR-CASH-IN(WS-BR-IDX)
           ELSE
               ADD AUDIT-AMOUNT TO BR-CASH-OUT(WS-BR-IDX)
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The row for WS-LOOKUP-BRANCH.  A branch with no limits
      * leaves WS-BR-IDX past the last row.
      *----------------------------------------------------------
       2200-FIND-BRANCH-ROW.
           SET WS-BR-IDX TO 1
           SEARCH WS-BR-ENTRY
               AT END
                   SET WS-BR-IDX TO WS-BR-COUNT
                   SET WS-BR-IDX UP BY 1
               WHEN BR-BRANCH(WS-BR-IDX) = WS-LOOKUP-BRANCH
                   GO TO 2200-EXIT
           END-SEARCH.

       2200-EXIT.
           EXIT.

       3000-READ-VAULT-ROW.
           MOVE BR-BRANCH(WS-BR-IDX) TO CASH-BRANCH
           MOVE WS-VAULT-DRAWER-ID TO CASH-DRAWER-ID
           READ CASH-LEDGER-FILE
               INVALID KEY
                   MOVE "N" TO BR-VAULT-SW(WS-BR-IDX)
               NOT INVALID KEY
                   MOVE "Y" TO BR-VAULT-SW(WS-BR-IDX)
                   MOVE CASH-BALANCE TO BR-VAULT-BALANCE(WS-BR-IDX)
           END-READ.

      *----------------------------------------------------------
      * Shipments still pending are cash in transit: an order
      * will arrive, a return will leave.  Any shipment raised
      * today, pending or not, marks the branch already done.
      *----------------------------------------------------------
       4000-LOAD-SHIPMENTS.
           MOVE LOW-VALUES TO SHIP-KEY
           START SHIPMENT-FILE KEY IS NOT LESS THAN SHIP-KEY
               INVALID KEY
                   GO TO 4000-EXIT
           END-START
           PERFORM 4100-LOAD-ONE-SHIPMENT
               UNTIL WS-SHIP-FILE-STATUS = "10".

       4000-EXIT.
           EXIT.

       4100-LOAD-ONE-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SHIP-FILE-STATUS
               NOT AT END
                   MOVE SHIP-BRANCH TO WS-LOOKUP-BRANCH
                   PERFORM 2200-FIND-BRANCH-ROW THRU 2200-EXIT
                   IF WS-BR-IDX NOT > WS-BR-COUNT
                       PERFORM 4200-ADD-SHIPMENT
                   END-IF
           END-READ.

       4200-ADD-SHIPMENT.
           IF SHIP-ORDER-DATE = WS-CURRENT-DATE
               MOVE "Y" TO BR-TODAY-SW(WS-BR-IDX)
           END-IF
           IF SHIP-PENDING AND SHIP-IS-ORDER
               ADD SHIP-AMOUNT TO BR-IN-TRANSIT(WS-BR-IDX)
           END-IF
           IF SHIP-PENDING AND SHIP-IS-RETURN
               SUBTRACT SHIP-AMOUNT FROM BR-IN-TRANSIT(WS-BR-IDX)
               ADD SHIP-AMOUNT TO BR-RETURNS-PENDING(WS-BR-IDX)
           END-IF.

      *----------------------------------------------------------
      * Forecast one branch's vault over its cover days and raise
      * the order or return the forecast calls for.
      *----------------------------------------------------------
       5000-PLAN-ONE-BRANCH.
           MOVE SPACES TO WS-ACTION-NOTE
           IF NOT BR-HAS-VAULT(WS-BR-IDX)
               DISPLAY "CASH-ORDR: NO CASHLEDG VAULT ROW FOR BRANCH "
                       BR-BRANCH(WS-BR-IDX)
               ADD 1 TO WS-BRANCHES-NO-VAULT
               MOVE "NO VAULT ROW" TO WS-ACTION-NOTE
               PERFORM 5100-PRINT-FORECAST-LINE
               GO TO 5000-EXIT
           END-IF

           IF BR-ACTIVE-DAYS(WS-BR-IDX) > 0
               COMPUTE BR-DAILY-NET-OUT(WS-BR-IDX) ROUNDED =
                   (BR-CASH-OUT(WS-BR-IDX) - BR-CASH-IN(WS-BR-IDX))
                   / BR-ACTIVE-DAYS(WS-BR-IDX)
           END-IF
           COMPUTE BR-PROJECTED(WS-BR-IDX) =
               BR-VAULT-BALANCE(WS-BR-IDX)
               + BR-IN-TRANSIT(WS-BR-IDX)
               - BR-DAILY-NET-OUT(WS-BR-IDX)
                 * BR-COVER-DAYS(WS-BR-IDX)
           COMPUTE WS-TARGET-LEVEL =
               (BR-MINIMUM(WS-BR-IDX) + BR-MAXIMUM(WS-BR-IDX)) / 2

           IF BR-ALREADY-SCHEDULED(WS-BR-IDX)
               MOVE "ALREADY RAISED TODAY" TO WS-ACTION-NOTE
               PERFORM 5100-PRINT-FORECAST-LINE
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO WS-SHIP-DIRECTION
           MOVE 0 TO WS-SHIP-AMOUNT
           EVALUATE TRUE
               WHEN BR-PROJECTED(WS-BR-IDX) < BR-MINIMUM(WS-BR-IDX)
                   SET WS-SHIP-ORDER TO TRUE
                   COMPUTE WS-SHIP-AMOUNT =
                       WS-TARGET-LEVEL - BR-PROJECTED(WS-BR-IDX)
                   COMPUTE WS-SHIP-UNITS =
                       (WS-SHIP-AMOUNT + WS-STRAP-UNIT - .01)
                       / WS-STRAP-UNIT
                   COMPUTE WS-SHIP-AMOUNT =
                       WS-SHIP-UNITS * WS-STRAP-UNIT
               WHEN BR-PROJECTED(WS-BR-IDX) > BR-MAXIMUM(WS-BR-IDX)
                   SET WS-SHIP-RETURN TO TRUE
                   COMPUTE WS-SHIP-AMOUNT =
                       BR-PROJECTED(WS-BR-IDX) - WS-TARGET-LEVEL
                   COMPUTE WS-RETURN-CAP =
                       BR-VAULT-BALANCE(WS-BR-IDX)
                       - BR-RETURNS-PENDING(WS-BR-IDX)
                       - BR-MINIMUM(WS-BR-IDX)
                   IF WS-SHIP-AMOUNT > WS-RETURN-CAP
                       MOVE WS-RETURN-CAP TO WS-SHIP-AMOUNT
                   END-IF
                   IF WS-SHIP-AMOUNT > 0
                       COMPUTE WS-SHIP-UNITS =
                           WS-SHIP-AMOUNT / WS-STRAP-UNIT
                       COMPUTE WS-SHIP-AMOUNT =
                           WS-SHIP-UNITS * WS-STRAP-UNIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-SHIP-DIRECTION = SPACES
               MOVE "WITHIN LIMITS" TO WS-ACTION-NOTE
               PERFORM 5100-PRINT-FORECAST-LINE
               GO TO 5000-EXIT
           END-IF
           IF WS-SHIP-AMOUNT NOT > 0
               MOVE "OVER MAX - HELD" TO WS-ACTION-NOTE
               PERFORM 5100-PRINT-FORECAST-LINE
               GO TO 5000-EXIT
           END-IF

           PERFORM 5200-RAISE-SHIPMENT THRU 5200-EXIT
           PERFORM 5100-PRINT-FORECAST-LINE.

       5000-EXIT.
           EXIT.

       5100-PRINT-FORECAST-LINE.
           MOVE BR-BRANCH(WS-BR-IDX) TO RPF-BRANCH
           MOVE BR-VAULT-BALANCE(WS-BR-IDX) TO RPF-VAULT
           MOVE BR-IN-TRANSIT(WS-BR-IDX) TO RPF-IN-TRANSIT
           MOVE BR-DAILY-NET-OUT(WS-BR-IDX) TO RPF-DAILY-NET
           MOVE BR-COVER-DAYS(WS-BR-IDX) TO RPF-COVER
           MOVE BR-PROJECTED(WS-BR-IDX) TO RPF-PROJECTED
           MOVE BR-MINIMUM(WS-BR-IDX) TO RPF-MINIMUM
           MOVE BR-MAXIMUM(WS-BR-IDX) TO RPF-MAXIMUM
           MOVE WS-ACTION-NOTE TO RPF-NOTE
           MOVE WS-RPT-FORECAST TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * Write the pending shipment for the branch's carrier, due
      * the branch's lead days out.
      *----------------------------------------------------------
       5200-RAISE-SHIPMENT.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               + BR-LEAD-DAYS(WS-BR-IDX)

           MOVE SPACES TO SHIP-RECORD
           MOVE BR-BRANCH(WS-BR-IDX) TO SHIP-BRANCH
           MOVE WS-CURRENT-DATE TO SHIP-ORDER-DATE
           MOVE WS-SHIP-DIRECTION TO SHIP-DIRECTION
           MOVE BR-CARRIER-ID(WS-BR-IDX) TO SHIP-CARRIER-ID
           COMPUTE SHIP-DELIVERY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE WS-SHIP-AMOUNT TO SHIP-AMOUNT
           SET SHIP-PENDING TO TRUE
           MOVE 0 TO SHIP-CONFIRM-DATE
           MOVE 0 TO SHIP-CONFIRMED-AMOUNT
           MOVE SPACES TO SHIP-CARRIER-REF
           WRITE SHIP-RECORD
               INVALID KEY
                   DISPLAY "CASH-ORDR: SHIPMENT ALREADY ON CASHSHIP "
                           SHIP-KEY
                   MOVE "ALREADY RAISED TODAY" TO WS-ACTION-NOTE
                   GO TO 5200-EXIT
           END-WRITE

           MOVE WS-SHIP-DIRECTION TO BR-SHIP-DIRECTION(WS-BR-IDX)
           MOVE WS-SHIP-AMOUNT TO BR-SHIP-AMOUNT(WS-BR-IDX)
           MOVE SHIP-DELIVERY-DATE TO BR-DELIVERY-DATE(WS-BR-IDX)
           IF WS-SHIP-ORDER
               ADD 1 TO WS-ORDERS-RAISED
               ADD WS-SHIP-AMOUNT TO WS-ORDER-TOTAL
               MOVE "ORDER RAISED" TO WS-ACTION-NOTE
           ELSE
               ADD 1 TO WS-RETURNS-RAISED
               ADD WS-SHIP-AMOUNT TO WS-RETURN-TOTAL
               MOVE "RETURN RAISED" TO WS-ACTION-NOTE
           END-IF.

       5200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The carrier's copy: one line per shipment raised today,
      * with room for the receiving signature and the bag seal,
      * then the day's orders and returns.
      *----------------------------------------------------------
       6000-PRINT-MANIFEST.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CURRENT-DATE TO RPMH-DATE
           MOVE WS-RPT-MANIFEST-HDG TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-MANIFEST-COLS TO RPT-LINE
           WRITE RPT-LINE

           IF WS-ORDERS-RAISED = 0 AND WS-RETURNS-RAISED = 0
               MOVE WS-RPT-MANIFEST-NONE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM 6100-PRINT-ONE-SHIPMENT
                   VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ORDERS-RAISED TO RPT-ORDER-COUNT
           MOVE WS-ORDER-TOTAL TO RPT-ORDER-TOTAL
           MOVE WS-RETURNS-RAISED TO RPT-RETURN-COUNT
           MOVE WS-RETURN-TOTAL TO RPT-RETURN-TOTAL
           MOVE WS-RPT-MANIFEST-TOT TO RPT-LINE
           WRITE RPT-LINE.

       6100-PRINT-ONE-SHIPMENT.
           IF BR-SHIP-AMOUNT(WS-BR-IDX) > 0
               MOVE BR-CARRIER-ID(WS-BR-IDX) TO RPM-CARRIER
               MOVE BR-BRANCH(WS-BR-IDX) TO RPM-BRANCH
               IF BR-SHIP-DIRECTION(WS-BR-IDX) = "O"
                   MOVE "ORDER" TO RPM-DIRECTION
               ELSE
                   MOVE "RETURN" TO RPM-DIRECTION
               END-IF
               MOVE BR-SHIP-AMOUNT(WS-BR-IDX) TO RPM-AMOUNT
               MOVE WS-CURRENT-DATE TO RPM-ORDER-DATE
               MOVE BR-DELIVERY-DATE(WS-BR-IDX) TO RPM-DELIVERY-DATE
               MOVE WS-RPT-MANIFEST TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
