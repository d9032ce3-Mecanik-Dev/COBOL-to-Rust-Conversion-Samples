      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: subledger-to-general-ledger reconciliation.
      * GL-TRIAL proves the journal balances, but nothing proved
      * the ledger agrees with the files the money actually lives
      * in.  Each night this job carries the running G/L balances
      * forward - last night's GLRBAL generation plus tonight's
      * GLJRNL, cut as tonight's generation, the ACCT-PRUF
      * snapshot chain applied to the ledger - and compares four
      * subledgers with the account that should carry them:
      *
      *   the account master (every MST-BALANCE, at its base-
      *   currency value off CURRTAB)    to 1000 customer balances
      *   the open ARITEMS balances      to 1200 receivables
      *   the official checks sold and   to 2100 outstanding
      *   not yet paid or voided            checks
      *   the CASHLEDG drawers and vaults to 2200 cash on hand
      *
      * An official check is outstanding from the counter sale:
      * on the CHKREG register once printed, and until then still
      * queued on CHECKREQ or held by CHK-SCRN on CHKHOLD.  A check
      * the bank cuts for itself is never journaled to 2100 and is
      * not counted.
      *
      * Each pair prints both sides and the difference.  A pair
      * out of balance lands on the central SUSPFILE (via
      * SUSPWRIT) to be worked off through SUSP-CORR, and ends the
      * run with CC=4.  The outcome goes onto the GLRCSTAT status
      * record, and GL-CLOSE will not close the period until a
      * run finds every pair in balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBAL-IN-FILE ASSIGN TO "GLRBALIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBIN-FILE-STATUS.

           SELECT RUNBAL-OUT-FILE ASSIGN TO "GLRBALOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBOT-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CURRENCY-TABLE-FILE ASSIGN TO "CURRTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CURR-CODE
               FILE STATUS IS WS-CURR-FILE-STATUS.

           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHKR-CHECK-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT CHECK-REQUEST-FILE ASSIGN TO "CHECKREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT HELD-REQUEST-FILE ASSIGN TO "CHKHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO "CASHLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CASH-KEY
               FILE STATUS IS WS-CASH-FILE-STATUS.

           SELECT RECON-STATUS-FILE ASSIGN TO "GLRCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCS-FILE-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "GLRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNBAL-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLRUNBAL REPLACING ==:PREFIX:== BY ==RBIN==.

       FD  RUNBAL-OUT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLRUNBAL REPLACING ==:PREFIX:== BY ==RBOT==.

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.

           COPY ACCTFILE.

       FD  CURRENCY-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CURRTAB.

       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARITEM.

       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKREG.

       FD  CHECK-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISBREQ.

      *    A request CHK-SCRN held, as it lays it out: the request
      *    image, read here through the DISBREQ positions.
       FD  HELD-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05  HOLD-REQUEST-IMAGE    PIC X(168).
           05  HOLD-REQUEST REDEFINES HOLD-REQUEST-IMAGE.
               10  FILLER            PIC X(70).
               10  HOLD-AMOUNT       PIC S9(7)V99.
               10  FILLER            PIC X(28).
               10  HOLD-REMIT-ACCT-ID PIC X(12).
               10  FILLER            PIC X(40).
               10  HOLD-AUDIT-SEQ-NO PIC 9(09).
           05  HOLD-REASON           PIC X(30).

       FD  CASH-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHLEDG.

       FD  RECON-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLRCSTAT.

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RBIN-FILE-STATUS       PIC X(02).
       01  WS-RBOT-FILE-STATUS       PIC X(02).
       01  WS-JRNL-FILE-STATUS       PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-CURR-FILE-STATUS       PIC X(02).
       01  WS-AR-FILE-STATUS         PIC X(02).
       01  WS-REG-FILE-STATUS        PIC X(02).
       01  WS-REQ-FILE-STATUS        PIC X(02).
       01  WS-HOLD-FILE-STATUS       PIC X(02).
       01  WS-CASH-FILE-STATUS       PIC X(02).
       01  WS-RCS-FILE-STATUS        PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

      *    The running ledger, debits positive, loaded off last
      *    night's generation and brought forward by tonight's
      *    journal - the GL-CLOSE balance-table shape.
       01  WS-BAL-TABLE-CTL.
           05  WS-BAL-COUNT         PIC 9(04) VALUE 0.
           05  WS-BAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BAL-COUNT
                   INDEXED BY WS-BAL-IDX.
               10  BAL-GL-ACCT      PIC X(04).
               10  BAL-BALANCE      PIC S9(11)V99 COMP-3.
       01  WS-WORK-GL-ACCT           PIC X(04) VALUE SPACES.
       01  WS-WORK-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.

      *    Official checks sold but not yet on the register, by the
      *    audit sequence number of the debit that paid for them;
      *    a request matched on the register has been printed.
       01  WS-QUEUE-TABLE-CTL.
           05  WS-QUEUE-COUNT       PIC 9(04) VALUE 0.
           05  WS-QUEUE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-QUEUE-COUNT
                   INDEXED BY WS-QUEUE-IDX.
               10  QUE-AUDIT-SEQ-NO PIC 9(09).
               10  QUE-AMOUNT       PIC S9(7)V99 COMP-3.
               10  QUE-PRINTED-SW   PIC X(01).
                   88  QUE-PRINTED      VALUE "Y".
       01  WS-QUEUE-SEQ-NO           PIC 9(09) VALUE 0.
       01  WS-QUEUE-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.

      *    The four pairs: what each compares, the G/L account
      *    that carries it, and the side that account normally
      *    sits on - a credit-side account's balance is turned
      *    positive before it is compared.
       01  WS-PAIR-VALUES.
           05  FILLER  PIC X(29)
               VALUE "ACCOUNT MASTER BALANCES 1000C".
           05  FILLER  PIC X(29)
               VALUE "OPEN AR ITEMS           1200D".
           05  FILLER  PIC X(29)
               VALUE "OFFICIAL CHECKS         2100C".
           05  FILLER  PIC X(29)
               VALUE "DRAWER AND VAULT CASH   2200D".
       01  WS-PAIR-TABLE REDEFINES WS-PAIR-VALUES.
           05  WS-PAIR-ENTRY OCCURS 4 TIMES
                             INDEXED BY WS-PAIR-IDX.
               10  PR-DESCRIPTION   PIC X(24).
               10  PR-GL-ACCT       PIC X(04).
               10  PR-GL-SIDE       PIC X(01).
                   88  PR-CREDIT-SIDE   VALUE "C".
       01  WS-PAIR-COUNT             PIC 9(02) VALUE 4.
       01  WS-SUBLEDGER-TOTALS.
           05  WS-SUB-TOTAL OCCURS 4 TIMES
                             PIC S9(11)V99 COMP-3.
       01  WS-GL-SIDE                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DIFFERENCE             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ABS-DIFFERENCE         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-DIFFERENCE       PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-LOOKUP-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-LOOKUP-RATE            PIC S9(3)V9(6) COMP-3 VALUE 0.
       01  WS-BASE-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-SUSP-SOURCE            PIC X(08) VALUE "GLRECON".
       01  WS-SUSP-REASON            PIC X(20) VALUE SPACES.
       01  WS-SUSP-IMAGE             PIC X(100) VALUE SPACES.
       01  WS-SUSP-DETAIL REDEFINES WS-SUSP-IMAGE.
           05  WS-SD-RUN-DATE        PIC 9(08).
           05  WS-SD-DESCRIPTION     PIC X(24).
           05  WS-SD-GL-ACCT         PIC X(04).
           05  WS-SD-SUBLEDGER       PIC S9(11)V99.
           05  WS-SD-LEDGER          PIC S9(11)V99.
           05  WS-SD-DIFFERENCE      PIC S9(11)V99.
           05  FILLER                PIC X(25).

       01  WS-COUNTERS.
           05  WS-RUNBALS-READ       PIC 9(06) VALUE 0.
           05  WS-JRNLS-READ         PIC 9(07) VALUE 0.
           05  WS-ACCTS-READ         PIC 9(07) VALUE 0.
           05  WS-ITEMS-READ         PIC 9(07) VALUE 0.
           05  WS-CHECKS-READ        PIC 9(07) VALUE 0.
           05  WS-CHECKS-QUEUED      PIC 9(07) VALUE 0.
           05  WS-DRAWERS-READ       PIC 9(06) VALUE 0.
           05  WS-PAIRS-OUT          PIC 9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(44)
               VALUE "GL-RECON: SUBLEDGER TO LEDGER PROOF AS OF ".
           05  RPH-DATE              PIC 9(08).
           05  FILLER                PIC X(80) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(26) VALUE "SUBLEDGER".
           05  FILLER  PIC X(05) VALUE "GL".
           05  FILLER  PIC X(19) VALUE "   SUBLEDGER TOTAL".
           05  FILLER  PIC X(19) VALUE "    LEDGER BALANCE".
           05  FILLER  PIC X(18) VALUE "        DIFFERENCE".
           05  FILLER  PIC X(45) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-DESCRIPTION       PIC X(24).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-GL-ACCT           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-SUBLEDGER         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-LEDGER            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-DIFFERENCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-FLAG              PIC X(14).
           05  FILLER                PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE

           PERFORM 1000-LOAD-RUNNING-BALANCES THRU 1000-EXIT

           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               MOVE "10" TO WS-JRNL-FILE-STATUS
           END-IF
           PERFORM 1500-ADD-ONE-JOURNAL
               UNTIL WS-JRNL-FILE-STATUS = "10"
           CLOSE GL-JOURNAL-FILE

           OPEN OUTPUT RUNBAL-OUT-FILE
           PERFORM 1900-WRITE-RUNNING-BALANCE
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-COUNT
           CLOSE RUNBAL-OUT-FILE

           MOVE 0 TO WS-SUB-TOTAL(1)
           MOVE 0 TO WS-SUB-TOTAL(2)
           MOVE 0 TO WS-SUB-TOTAL(3)
           MOVE 0 TO WS-SUB-TOTAL(4)
           PERFORM 2000-TOTAL-ACCOUNT-MASTER THRU 2000-EXIT
           PERFORM 2200-TOTAL-OPEN-AR-ITEMS THRU 2200-EXIT
           PERFORM 2400-TOTAL-OUTSTANDING-CHECKS THRU 2400-EXIT
           PERFORM 2600-TOTAL-BRANCH-CASH THRU 2600-EXIT

           OPEN OUTPUT RECON-REPORT-FILE
           MOVE WS-CURRENT-DATE TO RPH-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3000-COMPARE-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-PAIRS-OUT = 0
               MOVE "ALL SUBLEDGERS AGREE WITH THE LEDGER" TO RPT-LINE
           ELSE
               STRING WS-PAIRS-OUT
                      " PAIR(S) OUT OF BALANCE - SUSPENDED FOR"
                      " SUSP-CORR"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           CLOSE RECON-REPORT-FILE

           PERFORM 4000-WRITE-RECON-STATUS

           DISPLAY "GL-RECON: running balances in " WS-RUNBALS-READ
           DISPLAY "GL-RECON: journals added      " WS-JRNLS-READ
           DISPLAY "GL-RECON: accounts read       " WS-ACCTS-READ
           DISPLAY "GL-RECON: AR items read       " WS-ITEMS-READ
           DISPLAY "GL-RECON: checks read         " WS-CHECKS-READ
           DISPLAY "GL-RECON: checks not printed  " WS-CHECKS-QUEUED
           DISPLAY "GL-RECON: drawers read        " WS-DRAWERS-READ
           DISPLAY "GL-RECON: pairs out of balance " WS-PAIRS-OUT

           IF WS-PAIRS-OUT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * Last night's running balances.  GL-OPEN cuts the first
      * generation off the opening trial balance; a missing one
      * starts every account from zero.
      *----------------------------------------------------------
       1000-LOAD-RUNNING-BALANCES.
           MOVE 0 TO WS-BAL-COUNT
           OPEN INPUT RUNBAL-IN-FILE
           IF WS-RBIN-FILE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-RUNNING-BALANCE
               UNTIL WS-RBIN-FILE-STATUS = "10"
           CLOSE RUNBAL-IN-FILE.

       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-RUNNING-BALANCE.
           READ RUNBAL-IN-FILE
               AT END
                   MOVE "10" TO WS-RBIN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-RUNBALS-READ
                   MOVE RBIN-GL-ACCT TO WS-WORK-GL-ACCT
                   MOVE RBIN-BALANCE TO WS-WORK-AMOUNT
                   PERFORM 1600-ADD-TO-BAL-TABLE
           END-READ.

       1500-ADD-ONE-JOURNAL.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "10" TO WS-JRNL-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-JRNLS-READ
                   MOVE JRNL-GL-ACCT TO WS-WORK-GL-ACCT
                   IF JRNL-DEBIT
                       MOVE JRNL-AMOUNT TO WS-WORK-AMOUNT
                   ELSE
                       COMPUTE WS-WORK-AMOUNT = 0 - JRNL-AMOUNT
                   END-IF
                   PERFORM 1600-ADD-TO-BAL-TABLE
           END-READ.

       1600-ADD-TO-BAL-TABLE.
           IF WS-BAL-COUNT > 0
               SET WS-BAL-IDX TO 1
               SEARCH WS-BAL-ENTRY
                   AT END
                       PERFORM 1700-NEW-BAL-ROW THRU 1700-EXIT
                   WHEN BAL-GL-ACCT(WS-BAL-IDX) = WS-WORK-GL-ACCT
                       ADD WS-WORK-AMOUNT TO BAL-BALANCE(WS-BAL-IDX)
               END-SEARCH
           ELSE
               PERFORM 1700-NEW-BAL-ROW THRU 1700-EXIT
           END-IF.

       1700-NEW-BAL-ROW.
           IF WS-BAL-COUNT = 500
               DISPLAY "GL-RECON: balance table full"
               GO TO 1700-EXIT
           END-IF
           ADD 1 TO WS-BAL-COUNT
           SET WS-BAL-IDX TO WS-BAL-COUNT
           MOVE WS-WORK-GL-ACCT TO BAL-GL-ACCT(WS-BAL-IDX)
           MOVE WS-WORK-AMOUNT TO BAL-BALANCE(WS-BAL-IDX).

       1700-EXIT.
           EXIT.

       1900-WRITE-RUNNING-BALANCE.
           MOVE WS-CURRENT-DATE TO RBOT-AS-OF-DATE
           MOVE BAL-GL-ACCT(WS-BAL-IDX) TO RBOT-GL-ACCT
           MOVE BAL-BALANCE(WS-BAL-IDX) TO RBOT-BALANCE
           WRITE RBOT-RECORD.

      *----------------------------------------------------------
      * Every account on the master at its base-currency value,
      * the conversion GL-POST journals a cross-currency transfer
      * at.  A currency off CURRTAB counts at 1 with a console
      * note rather than dropping the balance.
      *----------------------------------------------------------
       2000-TOTAL-ACCOUNT-MASTER.
           OPEN INPUT CURRENCY-TABLE-FILE
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               CLOSE CURRENCY-TABLE-FILE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-ADD-ONE-ACCOUNT
               UNTIL WS-ACCT-FILE-STATUS = "10"
           CLOSE ACCT-MASTER-FILE
           CLOSE CURRENCY-TABLE-FILE.

       2000-EXIT.
           EXIT.

       2100-ADD-ONE-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ACCT-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
                   MOVE MST-CURRENCY TO WS-LOOKUP-CURRENCY
                   PERFORM 2150-LOOKUP-BASE-RATE THRU 2150-EXIT
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       MST-BALANCE * WS-LOOKUP-RATE
                   ADD WS-BASE-AMOUNT TO WS-SUB-TOTAL(1)
           END-READ.

       2150-LOOKUP-BASE-RATE.
           IF WS-LOOKUP-CURRENCY = "USD"
               OR WS-LOOKUP-CURRENCY = SPACES
               MOVE 1 TO WS-LOOKUP-RATE
               GO TO 2150-EXIT
           END-IF
           MOVE WS-LOOKUP-CURRENCY TO CURR-CODE
           READ CURRENCY-TABLE-FILE
               INVALID KEY
                   DISPLAY "GL-RECON: no CURRTAB rate for "
                           WS-LOOKUP-CURRENCY
                   MOVE 1 TO WS-LOOKUP-RATE
                   GO TO 2150-EXIT
           END-READ
           MOVE CURR-CONV-RATE TO WS-LOOKUP-RATE.

       2150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * What is still owed on the open receivable items.
      *----------------------------------------------------------
       2200-TOTAL-OPEN-AR-ITEMS.
           OPEN INPUT AR-ITEM-FILE
           IF WS-AR-FILE-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF
           PERFORM 2300-ADD-ONE-AR-ITEM
               UNTIL WS-AR-FILE-STATUS = "10"
           CLOSE AR-ITEM-FILE.

       2200-EXIT.
           EXIT.

       2300-ADD-ONE-AR-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AR-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF AR-ITEM-OPEN
                       COMPUTE WS-SUB-TOTAL(2) = WS-SUB-TOTAL(2)
                           + AR-ORIG-AMOUNT - AR-PAID-AMOUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Official checks 2100 should be carrying: every register
      * row GL-POST has not yet moved out of 2100, and every
      * official check still waiting on CHECKREQ or CHKHOLD that
      * the register does not show printed.
      *----------------------------------------------------------
       2400-TOTAL-OUTSTANDING-CHECKS.
           MOVE 0 TO WS-QUEUE-COUNT
           PERFORM 2410-LOAD-QUEUED-REQUESTS THRU 2410-EXIT
           PERFORM 2430-LOAD-HELD-REQUESTS THRU 2430-EXIT

           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-REG-FILE-STATUS = "00"
               PERFORM 2500-ADD-ONE-CHECK
                   UNTIL WS-REG-FILE-STATUS = "10"
               CLOSE CHECK-REGISTER-FILE
           END-IF

           IF WS-QUEUE-COUNT > 0
               PERFORM 2550-ADD-ONE-UNPRINTED
                   VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
           END-IF.

       2400-EXIT.
           EXIT.

       2410-LOAD-QUEUED-REQUESTS.
           OPEN INPUT CHECK-REQUEST-FILE
           IF WS-REQ-FILE-STATUS NOT = "00"
               GO TO 2410-EXIT
           END-IF
           PERFORM 2420-LOAD-ONE-QUEUED
               UNTIL WS-REQ-FILE-STATUS = "10"
           CLOSE CHECK-REQUEST-FILE.

       2410-EXIT.
           EXIT.

       2420-LOAD-ONE-QUEUED.
           READ CHECK-REQUEST-FILE
               AT END
                   MOVE "10" TO WS-REQ-FILE-STATUS
               NOT AT END
                   IF DISB-REMIT-ACCT-ID NOT = SPACES
                       MOVE DISB-AUDIT-SEQ-NO TO WS-QUEUE-SEQ-NO
                       MOVE DISB-AMOUNT TO WS-QUEUE-AMOUNT
                       PERFORM 2450-ADD-QUEUE-ROW THRU 2450-EXIT
                   END-IF
           END-READ.

       2430-LOAD-HELD-REQUESTS.
           OPEN INPUT HELD-REQUEST-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               GO TO 2430-EXIT
           END-IF
           PERFORM 2440-LOAD-ONE-HELD
               UNTIL WS-HOLD-FILE-STATUS = "10"
           CLOSE HELD-REQUEST-FILE.

       2430-EXIT.
           EXIT.

       2440-LOAD-ONE-HELD.
           READ HELD-REQUEST-FILE
               AT END
                   MOVE "10" TO WS-HOLD-FILE-STATUS
               NOT AT END
                   IF HOLD-REMIT-ACCT-ID NOT = SPACES
                       MOVE HOLD-AUDIT-SEQ-NO TO WS-QUEUE-SEQ-NO
                       MOVE HOLD-AMOUNT TO WS-QUEUE-AMOUNT
                       PERFORM 2450-ADD-QUEUE-ROW THRU 2450-EXIT
                   END-IF
           END-READ.

      *    A request both still queued and held counts once.
       2450-ADD-QUEUE-ROW.
           IF WS-QUEUE-COUNT > 0
               SET WS-QUEUE-IDX TO 1
               SEARCH WS-QUEUE-ENTRY
                   AT END
                       CONTINUE
                   WHEN QUE-AUDIT-SEQ-NO(WS-QUEUE-IDX)
                        = WS-QUEUE-SEQ-NO
                       GO TO 2450-EXIT
               END-SEARCH
           END-IF
           IF WS-QUEUE-COUNT = 1000
               DISPLAY "GL-RECON: official check queue table full"
               GO TO 2450-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-COUNT
           SET WS-QUEUE-IDX TO WS-QUEUE-COUNT
           MOVE WS-QUEUE-SEQ-NO TO QUE-AUDIT-SEQ-NO(WS-QUEUE-IDX)
           MOVE WS-QUEUE-AMOUNT TO QUE-AMOUNT(WS-QUEUE-IDX)
           MOVE "N" TO QUE-PRINTED-SW(WS-QUEUE-IDX).

       2450-EXIT.
           EXIT.

       2500-ADD-ONE-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REG-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-CHECKS-READ
                   IF CHKR-GL-OUTSTANDING OR CHKR-GL-STALE
                       ADD CHKR-AMOUNT TO WS-SUB-TOTAL(3)
                   END-IF
                   IF CHKR-REMIT-ACCT-ID NOT = SPACES
                       AND WS-QUEUE-COUNT > 0
                       PERFORM 2510-MARK-PRINTED
                   END-IF
           END-READ.

       2510-MARK-PRINTED.
           SET WS-QUEUE-IDX TO 1
           SEARCH WS-QUEUE-ENTRY
               AT END
                   CONTINUE
               WHEN QUE-AUDIT-SEQ-NO(WS-QUEUE-IDX) = CHKR-AUDIT-SEQ-NO
                   SET QUE-PRINTED(WS-QUEUE-IDX) TO TRUE
           END-SEARCH.

       2550-ADD-ONE-UNPRINTED.
           IF NOT QUE-PRINTED(WS-QUEUE-IDX)
               ADD QUE-AMOUNT(WS-QUEUE-IDX) TO WS-SUB-TOTAL(3)
               ADD 1 TO WS-CHECKS-QUEUED
           END-IF.

      *----------------------------------------------------------
      * The cash every teller drawer and branch vault holds on
      * the CASHLEDG ledger.
      *----------------------------------------------------------
       2600-TOTAL-BRANCH-CASH.
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-FILE-STATUS NOT = "00"
               GO TO 2600-EXIT
           END-IF
           PERFORM 2700-ADD-ONE-DRAWER
               UNTIL WS-CASH-FILE-STATUS = "10"
           CLOSE CASH-LEDGER-FILE.

       2600-EXIT.
           EXIT.

       2700-ADD-ONE-DRAWER.
           READ CASH-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CASH-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-DRAWERS-READ
                   ADD CASH-BALANCE TO WS-SUB-TOTAL(4)
           END-READ.

      *----------------------------------------------------------
      * One pair: the ledger balance turned to the account's
      * normal side, the subledger total, and the difference.
      * An account with no balance row has never been journaled
      * to - a zero ledger side.
      *----------------------------------------------------------
       3000-COMPARE-ONE-PAIR.
           MOVE 0 TO WS-GL-SIDE
           IF WS-BAL-COUNT > 0
               SET WS-BAL-IDX TO 1
               SEARCH WS-BAL-ENTRY
                   AT END
                       MOVE 0 TO WS-GL-SIDE
                   WHEN BAL-GL-ACCT(WS-BAL-IDX)
                        = PR-GL-ACCT(WS-PAIR-IDX)
                       MOVE BAL-BALANCE(WS-BAL-IDX) TO WS-GL-SIDE
               END-SEARCH
           END-IF
           IF PR-CREDIT-SIDE(WS-PAIR-IDX)
               COMPUTE WS-GL-SIDE = 0 - WS-GL-SIDE
           END-IF
           COMPUTE WS-DIFFERENCE =
               WS-SUB-TOTAL(WS-PAIR-IDX) - WS-GL-SIDE

           MOVE PR-DESCRIPTION(WS-PAIR-IDX) TO RPD-DESCRIPTION
           MOVE PR-GL-ACCT(WS-PAIR-IDX) TO RPD-GL-ACCT
           MOVE WS-SUB-TOTAL(WS-PAIR-IDX) TO RPD-SUBLEDGER
           MOVE WS-GL-SIDE TO RPD-LEDGER
           MOVE WS-DIFFERENCE TO RPD-DIFFERENCE
           IF WS-DIFFERENCE = 0
               MOVE "IN BALANCE" TO RPD-FLAG
           ELSE
               MOVE "OUT OF BALANCE" TO RPD-FLAG
               PERFORM 3100-SUSPEND-DIFFERENCE
           END-IF
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

       3100-SUSPEND-DIFFERENCE.
           ADD 1 TO WS-PAIRS-OUT
           IF WS-DIFFERENCE < 0
               COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           ADD WS-ABS-DIFFERENCE TO WS-TOTAL-DIFFERENCE
           DISPLAY "GL-RECON: out of balance "
                   PR-DESCRIPTION(WS-PAIR-IDX)
                   " GL " PR-GL-ACCT(WS-PAIR-IDX)

           MOVE "SUBLEDGER VS GL" TO WS-SUSP-REASON
           MOVE SPACES TO WS-SUSP-IMAGE
           MOVE WS-CURRENT-DATE TO WS-SD-RUN-DATE
           MOVE PR-DESCRIPTION(WS-PAIR-IDX) TO WS-SD-DESCRIPTION
           MOVE PR-GL-ACCT(WS-PAIR-IDX) TO WS-SD-GL-ACCT
           MOVE WS-SUB-TOTAL(WS-PAIR-IDX) TO WS-SD-SUBLEDGER
           MOVE WS-GL-SIDE TO WS-SD-LEDGER
           MOVE WS-DIFFERENCE TO WS-SD-DIFFERENCE
           CALL "SUSPWRIT" USING WS-SUSP-SOURCE WS-SUSP-REASON
               WS-SUSP-IMAGE.

      *----------------------------------------------------------
      * Tonight's outcome for GL-CLOSE.
      *----------------------------------------------------------
       4000-WRITE-RECON-STATUS.
           OPEN OUTPUT RECON-STATUS-FILE
           MOVE SPACES TO RCS-RECORD
           MOVE WS-CURRENT-DATE TO RCS-RUN-DATE
           MOVE WS-PAIR-COUNT TO RCS-PAIRS-COMPARED
           MOVE WS-PAIRS-OUT TO RCS-PAIRS-OUT
           MOVE WS-TOTAL-DIFFERENCE TO RCS-TOTAL-DIFFERENCE
           WRITE RCS-RECORD
           CLOSE RECON-STATUS-FILE.
