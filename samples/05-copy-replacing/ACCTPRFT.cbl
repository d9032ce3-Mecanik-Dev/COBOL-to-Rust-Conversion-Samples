      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: customer relationship profitability.  The branch
      * could see one account at a time, but nobody could say what
      * a customer was worth across everything they hold, so fee
      * waivers and better rates went to whoever complained
      * loudest.  Run once a month for the month just ended, this
      * job works out for every account the month's average
      * balance (off the nightly ACT-PRUF snapshots under SNAPMTD),
      * the interest it accrued (ACCRUAL), the finance charges and
      * service fees it paid (FINCHG, FEE less refunds), the term-
      * deposit interest ACCT-MATR credited to it (its TDIN
      * capitalizations) and its customer transaction count, then
      * rolls the accounts up to their owners through CUSTXREF -
      * the primary and every joint owner, each credited with the
      * whole relationship, as a relationship manager sees it;
      * authorized signers are not owners and are left out.
      *
      * Each customer's net contribution is what the bank earned -
      * finance charges, fees, and the PRFPARM earnings credit on
      * positive average balances (the annual funding value of a
      * deposit, zero when no parameter is supplied) - less what it
      * paid: accrued interest and term-deposit interest.  The
      * cycle's other capitalizations are the same accruals posted
      * to the balance and are not counted twice.  Customers are
      * ranked by net contribution and grouped into tiers by rank:
      * the top tenth tier 1, the next fifth tier 2, the next two
      * fifths tier 3, the rest - and anyone who cost the bank
      * money - tier 4.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PRFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFIT-PARM-FILE ASSIGN TO "PRFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SNAPSHOT-MTD-FILE ASSIGN TO "SNAPMTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-NO
               ALTERNATE RECORD KEY IS CUS-SEARCH-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUS-SEARCH-PHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT PROFIT-REPORT-FILE ASSIGN TO "PRFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  PROFIT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-CREDIT-RATE      PIC 9V9999.
           05  FILLER                PIC X(75).

       FD  SNAPSHOT-MTD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTSNAP REPLACING ==:PREFIX:== BY ==SNAP==.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  CUST-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTXREF.

           COPY CUSTFILE.

       FD  PROFIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       SD  SORT-WORK-FILE.
      *    Best contribution first; the row carries the customer's
      *    place in the table for the figures.
       01  SORT-RECORD.
           05  SRT-NET-CONTRIB       PIC S9(11)V99 COMP-3.
           05  SRT-CUST-NO           PIC X(06).
           05  SRT-CST-SUB           PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-SNAP-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-XREF-FILE-STATUS       PIC X(02).
       01  WS-CUST-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-SORT-STATUS            PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMM     PIC 9(06).
           05  FILLER                PIC 9(02).

      *    The month reported: the calendar month before the
      *    business date's month.
       01  WS-REPORT-YYYYMM          PIC 9(06) VALUE 0.
       01  WS-REPORT-YYYYMM-R REDEFINES WS-REPORT-YYYYMM.
           05  WS-REPORT-YEAR        PIC 9(04).
           05  WS-REPORT-MONTH       PIC 9(02).
       01  WS-REPORT-FROM-DATE       PIC 9(08) VALUE 0.
       01  WS-REPORT-TO-DATE         PIC 9(08) VALUE 0.
       01  WS-CREDIT-RATE            PIC 9V9999 VALUE 0.

      *    Per-account month position.
       01  WS-ACT-TABLE-CTL.
           05  WS-ACT-COUNT         PIC 9(04) VALUE 0.
           05  WS-ACT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ACT-COUNT
                   INDEXED BY WS-ACT-IDX.
               10  ACT-ACCT-ID      PIC X(12).
               10  ACT-SNAP-TOTAL   PIC S9(11)V99 COMP-3.
               10  ACT-SNAP-NIGHTS  PIC 9(03).
               10  ACT-AVG-BALANCE  PIC S9(9)V99 COMP-3.
               10  ACT-EARN-CREDIT  PIC S9(9)V99 COMP-3.
               10  ACT-INT-PAID     PIC S9(9)V99 COMP-3.
               10  ACT-FIN-CHARGE   PIC S9(9)V99 COMP-3.
               10  ACT-FEE-INCOME   PIC S9(9)V99 COMP-3.
               10  ACT-TD-INTEREST  PIC S9(9)V99 COMP-3.
               10  ACT-TXN-COUNT    PIC 9(05).

      *    Per-customer relationship, summed over the accounts the
      *    customer owns or jointly owns.
       01  WS-CST-TABLE-CTL.
           05  WS-CST-COUNT         PIC 9(04) VALUE 0.
           05  WS-CST-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-CST-COUNT
                   INDEXED BY WS-CST-IDX.
               10  CST-CUST-NO      PIC X(06).
               10  CST-ACCTS        PIC 9(03).
               10  CST-JOINT        PIC 9(03).
               10  CST-AVG-BALANCE  PIC S9(11)V99 COMP-3.
               10  CST-EARN-CREDIT  PIC S9(11)V99 COMP-3.
               10  CST-INT-PAID     PIC S9(11)V99 COMP-3.
               10  CST-FIN-CHARGE   PIC S9(11)V99 COMP-3.
               10  CST-FEE-INCOME   PIC S9(11)V99 COMP-3.
               10  CST-TD-INTEREST  PIC S9(11)V99 COMP-3.
               10  CST-TXN-COUNT    PIC 9(07).
               10  CST-NET-CONTRIB  PIC S9(11)V99 COMP-3.

       01  WS-WORK-ACCT-ID           PIC X(12) VALUE SPACES.
       01  WS-WORK-CUST-NO           PIC X(06) VALUE SPACES.
       01  WS-WORK-AMOUNT            PIC S9(9)V99 COMP-3 VALUE 0.

      *    Rank and tier while the ranked customers come back.
       01  WS-RANK                   PIC 9(05) VALUE 0.
       01  WS-TIER1-LAST-RANK        PIC 9(05) VALUE 0.
       01  WS-TIER2-LAST-RANK        PIC 9(05) VALUE 0.
       01  WS-TIER3-LAST-RANK        PIC 9(05) VALUE 0.
       01  WS-TIER                   PIC 9(01) VALUE 0.
       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS 4 TIMES.
               10  TIER-CUSTOMERS   PIC 9(05).
               10  TIER-NET-CONTRIB PIC S9(11)V99 COMP-3.
       01  WS-TIER-SUB               PIC 9(01) VALUE 0.

       01  WS-COUNTERS.
           05  WS-SNAPS-READ         PIC 9(07) VALUE 0.
           05  WS-AUDITS-IN-MONTH    PIC 9(07) VALUE 0.
           05  WS-XREFS-USED         PIC 9(06) VALUE 0.
           05  WS-TABLE-FULL-COUNT   PIC 9(06) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(46)
               VALUE "ACCT-PRFT: CUSTOMER RELATIONSHIP PROFITABILITY".
           05  FILLER  PIC X(11) VALUE " FOR MONTH ".
           05  RPH-MONTH             PIC 9(06).
           05  FILLER  PIC X(26)
               VALUE "   EARNINGS CREDIT RATE ".
           05  RPH-CREDIT-RATE       PIC 9.9999.
           05  FILLER  PIC X(37) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(48) VALUE
               " RANK CUST   CUSTOMER NAME        ACT JNT    AVG".
           05  FILLER  PIC X(48) VALUE
               " BALANCE    INT PAID  FIN CHARGE  FEE INCOME TD ".
           05  FILLER  PIC X(36) VALUE
               "INTEREST  TXNS    NET CONTRIB TIER".

       01  WS-RPT-DETAIL.
           05  RPD-RANK              PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-CUST-NO           PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-NAME              PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-ACCTS             PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-JOINT             PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-AVG-BALANCE       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-INT-PAID          PIC -ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-FIN-CHARGE        PIC -ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-FEE-INCOME        PIC -ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-TD-INTEREST       PIC -ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-TXNS              PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-NET-CONTRIB       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-TIER              PIC X(06).

       01  WS-RPT-TIER-LINE.
           05  FILLER  PIC X(05) VALUE "TIER ".
           05  RPT-TIER-NO           PIC 9(01).
           05  FILLER  PIC X(04) VALUE SPACES.
           05  RPT-TIER-CUSTOMERS    PIC ZZZZ9.
           05  FILLER  PIC X(12) VALUE " CUSTOMERS  ".
           05  FILLER  PIC X(18) VALUE "NET CONTRIBUTION ".
           05  RPT-TIER-NET          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER  PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           PERFORM 0100-SET-REPORT-MONTH
           PERFORM 0200-READ-PARMS

           PERFORM 1000-LOAD-MONTH-BALANCES THRU 1000-EXIT
           PERFORM 1500-LOAD-MONTH-ACTIVITY THRU 1500-EXIT
           PERFORM 1900-AVERAGE-ONE-ACCOUNT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT

           OPEN INPUT CUST-XREF-FILE
           PERFORM 2000-ROLL-UP-ONE-OWNER
               UNTIL WS-XREF-FILE-STATUS = "10"
           CLOSE CUST-XREF-FILE
           PERFORM 2900-NET-ONE-CUSTOMER
               VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-CST-COUNT
           PERFORM 3000-SET-TIER-CUTOFFS

           OPEN INPUT CUST-MASTER-FILE
           OPEN OUTPUT PROFIT-REPORT-FILE
           MOVE WS-REPORT-YYYYMM TO RPH-MONTH
           MOVE WS-CREDIT-RATE TO RPH-CREDIT-RATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           SORT SORT-WORK-FILE
               ON DESCENDING KEY SRT-NET-CONTRIB
               ON ASCENDING KEY SRT-CUST-NO
               INPUT PROCEDURE IS 4000-RELEASE-CUSTOMERS
               OUTPUT PROCEDURE IS 5000-PRINT-RANKED-CUSTOMERS

           PERFORM 6000-PRINT-TIER-SUMMARY
           CLOSE CUST-MASTER-FILE
           CLOSE PROFIT-REPORT-FILE

           DISPLAY "ACCT-PRFT: month reported   " WS-REPORT-YYYYMM
           DISPLAY "ACCT-PRFT: snapshots read   " WS-SNAPS-READ
           DISPLAY "ACCT-PRFT: month activity   " WS-AUDITS-IN-MONTH
           DISPLAY "ACCT-PRFT: accounts         " WS-ACT-COUNT
           DISPLAY "ACCT-PRFT: owner rows used  " WS-XREFS-USED
           DISPLAY "ACCT-PRFT: customers ranked " WS-CST-COUNT
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY "ACCT-PRFT: rows dropped (table full) "
                       WS-TABLE-FULL-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * The month reported is the calendar month before the
      * business date's month.
      *----------------------------------------------------------
       0100-SET-REPORT-MONTH.
           MOVE WS-CURRENT-YYYYMM TO WS-REPORT-YYYYMM
           IF WS-REPORT-MONTH = 1
               MOVE 12 TO WS-REPORT-MONTH
               SUBTRACT 1 FROM WS-REPORT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MONTH
           END-IF
           COMPUTE WS-REPORT-FROM-DATE = WS-REPORT-YYYYMM * 100 + 1
           COMPUTE WS-REPORT-TO-DATE = WS-REPORT-YYYYMM * 100 + 31.

      *----------------------------------------------------------
      * The optional one-line PRFPARM carries the annual earnings
      * credit rate on average balances (0.0300 is three percent).
      *----------------------------------------------------------
       0200-READ-PARMS.
           OPEN INPUT PROFIT-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PROFIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CREDIT-RATE IS NUMERIC
                           MOVE PARM-CREDIT-RATE TO WS-CREDIT-RATE
                       END-IF
               END-READ
               CLOSE PROFIT-PARM-FILE
           END-IF.

      *----------------------------------------------------------
      * Every night an account closed on in the month, off the
      * proof snapshots the JCL concatenates under SNAPMTD.
      *----------------------------------------------------------
       1000-LOAD-MONTH-BALANCES.
           OPEN INPUT SNAPSHOT-MTD-FILE
           IF WS-SNAP-FILE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-SNAPSHOT
               UNTIL WS-SNAP-FILE-STATUS = "10"
           CLOSE SNAPSHOT-MTD-FILE.

       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-SNAPSHOT.
           READ SNAPSHOT-MTD-FILE
               AT END
                   MOVE "10" TO WS-SNAP-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-SNAPS-READ
                   MOVE SNAP-ACCT-ID TO WS-WORK-ACCT-ID
                   PERFORM 1800-FIND-ACCOUNT-ROW THRU 1800-EXIT
                   IF WS-ACT-IDX NOT > WS-ACT-COUNT
                       ADD SNAP-BALANCE TO ACT-SNAP-TOTAL(WS-ACT-IDX)
                       ADD 1 TO ACT-SNAP-NIGHTS(WS-ACT-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * The month's POSTED income, cost and customer activity per
      * account off the audit trail.
      *----------------------------------------------------------
       1500-LOAD-MONTH-ACTIVITY.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF
           PERFORM 1600-TAKE-ONE-ENTRY
               UNTIL WS-AUDIT-FILE-STATUS = "10"
           CLOSE AUDIT-TRAIL-FILE.

       1500-EXIT.
           EXIT.

       1600-TAKE-ONE-ENTRY.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-FILE-STATUS
               NOT AT END
                   IF AUDIT-POSTED
                       AND AUDIT-DATE >= WS-REPORT-FROM-DATE
                       AND AUDIT-DATE <= WS-REPORT-TO-DATE
                       ADD 1 TO WS-AUDITS-IN-MONTH
                       PERFORM 1700-APPLY-ONE-ENTRY THRU 1700-EXIT
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Interest accrues to the to-side; finance charges and fees
      * come off the from-side, and a fee refunded goes back to
      * the to-side.  A term deposit's interest is the TDIN
      * capitalization ACCT-MATR logs.  Transfers, deposits and
      * withdrawals count once for each account they touch.
      *----------------------------------------------------------
       1700-APPLY-ONE-ENTRY.
           MOVE AUDIT-AMOUNT TO WS-WORK-AMOUNT
           EVALUATE TRUE
               WHEN AUDIT-IS-ACCRUAL
                   MOVE AUDIT-TO-ACCT-ID TO WS-WORK-ACCT-ID
                   PERFORM 1800-FIND-ACCOUNT-ROW THRU 1800-EXIT
                   IF WS-ACT-IDX NOT > WS-ACT-COUNT
                       ADD WS-WORK-AMOUNT TO ACT-INT-PAID(WS-ACT-IDX)
                   END-IF
               WHEN AUDIT-IS-CAPINT AND AUDIT-REASON-CODE = "TDIN"
                   IF AUDIT-TO-ACCT-ID NOT = SPACES
                       MOVE AUDIT-TO-ACCT-ID TO WS-WORK-ACCT-ID
                   ELSE
                       MOVE AUDIT-FROM-ACCT-ID TO WS-WORK-ACCT-ID
                   END-IF
                   PERFORM 1800-FIND-ACCOUNT-ROW THRU 1800-EXIT
                   IF WS-ACT-IDX NOT > WS-ACT-COUNT
                       ADD WS-WORK-AMOUNT
                           TO ACT-TD-INTEREST(WS-ACT-IDX)
                   END-IF
               WHEN AUDIT-IS-FINCHG
                   MOVE AUDIT-FROM-ACCT-ID TO WS-WORK-ACCT-ID
                   PERFORM 1800-FIND-ACCOUNT-ROW THRU 1800-EXIT
                   IF WS-ACT-IDX NOT > WS-ACT-COUNT
                       ADD WS-WORK-AMOUNT
                           TO ACT-FIN-CHARGE(WS-ACT-IDX)
                   END-IF
               WHEN AUDIT-IS-FEE AND AUDIT-TO-ACCT-ID NOT = SPACES
                   MOVE AUDIT-TO-ACCT-ID TO WS-WORK-ACCT-ID
                   PERFORM 1800-FIND-ACCOUNT-ROW THRU 1800-EXIT
                   IF WS-ACT-IDX NOT > WS-ACT-COUNT
                       SUBTRACT WS-WORK-AMOUNT
                           FROM ACT-FEE-INCOME(WS-ACT-IDX)
                   END-IF
               WHEN AUDIT-IS-FEE
                   MOVE AUDIT-FROM-ACCT-ID TO WS-WORK-ACCT-ID
                   PERFORM 1800-FIND-ACCOUNT-ROW THRU 1800-EXIT
                   IF WS-ACT-IDX NOT > WS-ACT-COUNT
                       ADD WS-WORK-AMOUNT
                           TO ACT-FEE-INCOME(WS-ACT-IDX)
                   END-IF
               WHEN AUDIT-IS-TRANSFER OR AUDIT-IS-DEPOSIT
                   OR AUDIT-IS-WITHDRAW
                   IF AUDIT-FROM-ACCT-ID NOT = SPACES
                       MOVE AUDIT-FROM-ACCT-ID TO WS-WORK-ACCT-ID
                       PERFORM 1750-COUNT-FOR-ACCOUNT
                   END-IF
                   IF AUDIT-TO-ACCT-ID NOT = SPACES
                       MOVE AUDIT-TO-ACCT-ID TO WS-WORK-ACCT-ID
                       PERFORM 1750-COUNT-FOR-ACCOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1700-EXIT.
           EXIT.

       1750-COUNT-FOR-ACCOUNT.
           PERFORM 1800-FIND-ACCOUNT-ROW THRU 1800-EXIT
           IF WS-ACT-IDX NOT > WS-ACT-COUNT
               ADD 1 TO ACT-TXN-COUNT(WS-ACT-IDX)
           END-IF.

      *----------------------------------------------------------
      * The row for WS-WORK-ACCT-ID, started if new.  A full
      * table leaves WS-ACT-IDX past the last row.
      *----------------------------------------------------------
       1800-FIND-ACCOUNT-ROW.
           SET WS-ACT-IDX TO 1
           IF WS-WORK-ACCT-ID = SPACES
               SET WS-ACT-IDX TO 2001
               GO TO 1800-EXIT
           END-IF
           IF WS-ACT-COUNT > 0
               SEARCH WS-ACT-ENTRY
                   AT END
                       CONTINUE
                   WHEN ACT-ACCT-ID(WS-ACT-IDX) = WS-WORK-ACCT-ID
                       GO TO 1800-EXIT
               END-SEARCH
           END-IF
           IF WS-ACT-COUNT = 2000
               ADD 1 TO WS-TABLE-FULL-COUNT
               SET WS-ACT-IDX TO 2001
               GO TO 1800-EXIT
           END-IF
           ADD 1 TO WS-ACT-COUNT
           SET WS-ACT-IDX TO WS-ACT-COUNT
           MOVE WS-WORK-ACCT-ID TO ACT-ACCT-ID(WS-ACT-IDX)
           MOVE 0 TO ACT-SNAP-TOTAL(WS-ACT-IDX)
           MOVE 0 TO ACT-SNAP-NIGHTS(WS-ACT-IDX)
           MOVE 0 TO ACT-AVG-BALANCE(WS-ACT-IDX)
           MOVE 0 TO ACT-EARN-CREDIT(WS-ACT-IDX)
           MOVE 0 TO ACT-INT-PAID(WS-ACT-IDX)
           MOVE 0 TO ACT-FIN-CHARGE(WS-ACT-IDX)
           MOVE 0 TO ACT-FEE-INCOME(WS-ACT-IDX)
           MOVE 0 TO ACT-TD-INTEREST(WS-ACT-IDX)
           MOVE 0 TO ACT-TXN-COUNT(WS-ACT-IDX).

       1800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Average over the nights the account was on the book, and
      * a month's earnings credit on a positive average.
      *----------------------------------------------------------
       1900-AVERAGE-ONE-ACCOUNT.
           IF ACT-SNAP-NIGHTS(WS-ACT-IDX) > 0
               COMPUTE ACT-AVG-BALANCE(WS-ACT-IDX) ROUNDED =
                   ACT-SNAP-TOTAL(WS-ACT-IDX)
                   / ACT-SNAP-NIGHTS(WS-ACT-IDX)
           END-IF
           IF ACT-AVG-BALANCE(WS-ACT-IDX) > 0
               COMPUTE ACT-EARN-CREDIT(WS-ACT-IDX) ROUNDED =
                   ACT-AVG-BALANCE(WS-ACT-IDX) * WS-CREDIT-RATE / 12
           END-IF.

      *----------------------------------------------------------
      * One owner row: the primary and every joint owner take
      * the whole account into their relationship.
      *----------------------------------------------------------
       2000-ROLL-UP-ONE-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-XREF-FILE-STATUS
               NOT AT END
                   IF XREF-ROLE-PRIMARY OR XREF-ROLE-JOINT
                       PERFORM 2100-ADD-ACCOUNT-TO-OWNER THRU 2100-EXIT
                   END-IF
           END-READ.

       2100-ADD-ACCOUNT-TO-OWNER.
           MOVE XREF-CUST-NO TO WS-WORK-CUST-NO
           PERFORM 2200-FIND-CUSTOMER-ROW THRU 2200-EXIT
           IF WS-CST-IDX > WS-CST-COUNT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-XREFS-USED
           ADD 1 TO CST-ACCTS(WS-CST-IDX)
           IF XREF-ROLE-JOINT
               ADD 1 TO CST-JOINT(WS-CST-IDX)
           END-IF
           IF WS-ACT-COUNT = 0
               GO TO 2100-EXIT
           END-IF
           SET WS-ACT-IDX TO 1
           SEARCH WS-ACT-ENTRY
               AT END
                   GO TO 2100-EXIT
               WHEN ACT-ACCT-ID(WS-ACT-IDX) = XREF-ACCT-ID
                   CONTINUE
           END-SEARCH
           ADD ACT-AVG-BALANCE(WS-ACT-IDX)
               TO CST-AVG-BALANCE(WS-CST-IDX)
           ADD ACT-EARN-CREDIT(WS-ACT-IDX)
               TO CST-EARN-CREDIT(WS-CST-IDX)
           ADD ACT-INT-PAID(WS-ACT-IDX)
               TO CST-INT-PAID(WS-CST-IDX)
           ADD ACT-FIN-CHARGE(WS-ACT-IDX)
               TO CST-FIN-CHARGE(WS-CST-IDX)
           ADD ACT-FEE-INCOME(WS-ACT-IDX)
               TO CST-FEE-INCOME(WS-CST-IDX)
           ADD ACT-TD-INTEREST(WS-ACT-IDX)
               TO CST-TD-INTEREST(WS-CST-IDX)
           ADD ACT-TXN-COUNT(WS-ACT-IDX) TO CST-TXN-COUNT(WS-CST-IDX).

       2100-EXIT.
           EXIT.

       2200-FIND-CUSTOMER-ROW.
           SET WS-CST-IDX TO 1
           IF WS-CST-COUNT > 0
               SEARCH WS-CST-ENTRY
                   AT END
                       CONTINUE
                   WHEN CST-CUST-NO(WS-CST-IDX) = WS-WORK-CUST-NO
                       GO TO 2200-EXIT
               END-SEARCH
           END-IF
           IF WS-CST-COUNT = 1000
               ADD 1 TO WS-TABLE-FULL-COUNT
               SET WS-CST-IDX TO 1001
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-CST-COUNT
           SET WS-CST-IDX TO WS-CST-COUNT
           MOVE WS-WORK-CUST-NO TO CST-CUST-NO(WS-CST-IDX)
           MOVE 0 TO CST-ACCTS(WS-CST-IDX)
           MOVE 0 TO CST-JOINT(WS-CST-IDX)
           MOVE 0 TO CST-AVG-BALANCE(WS-CST-IDX)
           MOVE 0 TO CST-EARN-CREDIT(WS-CST-IDX)
           MOVE 0 TO CST-INT-PAID(WS-CST-IDX)
           MOVE 0 TO CST-FIN-CHARGE(WS-CST-IDX)
           MOVE 0 TO CST-FEE-INCOME(WS-CST-IDX)
           MOVE 0 TO CST-TD-INTEREST(WS-CST-IDX)
           MOVE 0 TO CST-TXN-COUNT(WS-CST-IDX)
           MOVE 0 TO CST-NET-CONTRIB(WS-CST-IDX).

       2200-EXIT.
           EXIT.

       2900-NET-ONE-CUSTOMER.
           COMPUTE CST-NET-CONTRIB(WS-CST-IDX) =
               CST-FIN-CHARGE(WS-CST-IDX)
               + CST-FEE-INCOME(WS-CST-IDX)
               + CST-EARN-CREDIT(WS-CST-IDX)
               - CST-INT-PAID(WS-CST-IDX)
               - CST-TD-INTEREST(WS-CST-IDX).

      *----------------------------------------------------------
      * The last rank in each of the first three tiers: the top
      * tenth, the next fifth and the next two fifths of the
      * customers (at least one each while there are customers).
      *----------------------------------------------------------
       3000-SET-TIER-CUTOFFS.
           COMPUTE WS-TIER1-LAST-RANK = (WS-CST-COUNT + 9) / 10
           COMPUTE WS-TIER2-LAST-RANK =
               WS-TIER1-LAST-RANK + (WS-CST-COUNT * 2 + 9) / 10
           COMPUTE WS-TIER3-LAST-RANK =
               WS-TIER2-LAST-RANK + (WS-CST-COUNT * 4 + 9) / 10
           PERFORM 3100-CLEAR-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 4.

       3100-CLEAR-ONE-TIER.
           MOVE 0 TO TIER-CUSTOMERS(WS-TIER-SUB)
           MOVE 0 TO TIER-NET-CONTRIB(WS-TIER-SUB).

       4000-RELEASE-CUSTOMERS.
           PERFORM 4100-RELEASE-ONE-CUSTOMER
               VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-CST-COUNT.

       4100-RELEASE-ONE-CUSTOMER.
           MOVE CST-NET-CONTRIB(WS-CST-IDX) TO SRT-NET-CONTRIB
           MOVE CST-CUST-NO(WS-CST-IDX) TO SRT-CUST-NO
           SET SRT-CST-SUB TO WS-CST-IDX
           RELEASE SORT-RECORD.

       5000-PRINT-RANKED-CUSTOMERS.
           MOVE "00" TO WS-SORT-STATUS
           PERFORM 5100-PRINT-ONE-CUSTOMER
               UNTIL WS-SORT-STATUS = "10".

       5100-PRINT-ONE-CUSTOMER.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "10" TO WS-SORT-STATUS
               NOT AT END
                   PERFORM 5200-FORMAT-CUSTOMER
           END-RETURN.

      *----------------------------------------------------------
      * Rank in return order; the tier by rank, except that a
      * customer who cost the bank money is always tier 4.
      *----------------------------------------------------------
       5200-FORMAT-CUSTOMER.
           ADD 1 TO WS-RANK
           SET WS-CST-IDX TO SRT-CST-SUB
           EVALUATE TRUE
               WHEN CST-NET-CONTRIB(WS-CST-IDX) NOT > 0
                   MOVE 4 TO WS-TIER
               WHEN WS-RANK NOT > WS-TIER1-LAST-RANK
                   MOVE 1 TO WS-TIER
               WHEN WS-RANK NOT > WS-TIER2-LAST-RANK
                   MOVE 2 TO WS-TIER
               WHEN WS-RANK NOT > WS-TIER3-LAST-RANK
                   MOVE 3 TO WS-TIER
               WHEN OTHER
                   MOVE 4 TO WS-TIER
           END-EVALUATE
           ADD 1 TO TIER-CUSTOMERS(WS-TIER)
           ADD CST-NET-CONTRIB(WS-CST-IDX)
               TO TIER-NET-CONTRIB(WS-TIER)

           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-RANK TO RPD-RANK
           MOVE CST-CUST-NO(WS-CST-IDX) TO RPD-CUST-NO
           MOVE CST-CUST-NO(WS-CST-IDX) TO CUS-CUST-NO
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTMSTR)" TO RPD-NAME
               NOT INVALID KEY
                   STRING CUS-LAST-NAME DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          CUS-FIRST-NAME DELIMITED BY "  "
                       INTO RPD-NAME
           END-READ
           MOVE CST-ACCTS(WS-CST-IDX) TO RPD-ACCTS
           MOVE CST-JOINT(WS-CST-IDX) TO RPD-JOINT
           MOVE CST-AVG-BALANCE(WS-CST-IDX) TO RPD-AVG-BALANCE
           MOVE CST-INT-PAID(WS-CST-IDX) TO RPD-INT-PAID
           MOVE CST-FIN-CHARGE(WS-CST-IDX) TO RPD-FIN-CHARGE
           MOVE CST-FEE-INCOME(WS-CST-IDX) TO RPD-FEE-INCOME
           MOVE CST-TD-INTEREST(WS-CST-IDX) TO RPD-TD-INTEREST
           MOVE CST-TXN-COUNT(WS-CST-IDX) TO RPD-TXNS
           MOVE CST-NET-CONTRIB(WS-CST-IDX) TO RPD-NET-CONTRIB
           MOVE "TIER " TO RPD-TIER
           MOVE WS-TIER TO RPD-TIER(6:1)
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

       6000-PRINT-TIER-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TIER SUMMARY (JOINT ACCOUNTS COUNT UNDER EVERY OWNER)"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 6100-PRINT-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 4.

       6100-PRINT-ONE-TIER.
           MOVE WS-TIER-SUB TO RPT-TIER-NO
           MOVE TIER-CUSTOMERS(WS-TIER-SUB) TO RPT-TIER-CUSTOMERS
           MOVE TIER-NET-CONTRIB(WS-TIER-SUB) TO RPT-TIER-NET
           MOVE WS-RPT-TIER-LINE TO RPT-LINE
           WRITE RPT-LINE.
