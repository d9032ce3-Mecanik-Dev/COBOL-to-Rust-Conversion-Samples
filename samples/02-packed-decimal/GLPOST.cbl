      *               3100 into the 1000 customer balances, so
      *               the ledger tracks the bucket the master now
      *               carries.
      *   2026-10-15  Journal the CHK-STALE unclaimed-check totals
      *               off the CHKUTOTS feed: stale voids move
      *               2000 cash back to the 3200 unclaimed-checks
      *               liability, and claims and state remittances
      *               relieve it again.
      *   2026-10-15  Journal the DISPUTE provisional credits
      *               CARD-DISP posts: the credit moves 2000 into
      *               the 1000 customer balances, and a lost
      *               case's reversal moves it back.
      *   2026-10-15  A FEE entry on the credit side (an NSF fee
      *               the branch refunds) reverses the fee income:
      *               4300 back into the 1000 customer balances.
      *   2026-10-15  Journal the ACCT-CHGO charge-offs out of the
      *               1000 customer balances to the 5200 loan-loss
      *               account, and the recoveries swept off
      *               charged-off accounts to 4400 recovery
      *               income.
      *   2026-10-15  Carry the approved manual journal entries
      *               (and their automatic reversals) GL-MJE cuts
      *               to the MJEPOST feed onto GLJRNL under their
      *               own MANUALJE source.
      *   2026-10-15  Carry the branch segment on every journal:
      *               the audit entry's teller branch, else the
      *               account's ACCTMSTR home branch on house
      *               postings.  Journal the drawer over/short
      *               ACCT-TELR suspends to 5300 against 5000
      *               suspense, under the drawer's branch.
      *   2026-10-15  Journal the armored-carrier vault shipments
      *               CASH-CONF confirmed today off CASHSHIP: an
      *               order moves 2000 cash and clearing into the
      *               2200 branch cash on hand, a return moves it
      *               back, under the shipment's branch.
      *   2026-10-15  Carry official checks on 2100 outstanding
      *               checks: the counter sale (OFCK) moves the
      *               customer balance into 2100, a CHK-VOID credit
      *               (OFCV) moves it back, and a check off the
      *               CHKREG register that the bank paid or CHK-
      *               STALE voided leaves 2100 for cash and
      *               clearing.  Teller cash deposits and
      *               withdrawals journal against 2200 branch cash
      *               on hand, the drawers GL-RECON proves it by.
      *   2026-10-15  Journal a posting to a foreign-currency
      *               account at its base-currency value off
      *               CURRTAB, the basis GL-RECON proves 1000 on
      *               and GL-FXRV revalues from.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ART-FILE-STATUS.

           SELECT UNCLAIMED-TOTALS-FILE ASSIGN TO "CHKUTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTOT-FILE-STATUS.

           SELECT MANUAL-ENTRY-FILE ASSIGN TO "MJEPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJEP-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-ID
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT SHIPMENT-FILE ASSIGN TO "CASHSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHIP-KEY
               FILE STATUS IS WS-SHIP-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHKR-CHECK-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           05  ART-CASH-APPLIED      PIC S9(9)V99.
           05  ART-CASH-SUSPENSE     PIC S9(9)V99.

       FD  UNCLAIMED-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01  UTOT-RECORD.
           05  UTOT-RUN-DATE         PIC 9(08).
           05  UTOT-STALE-AMOUNT     PIC S9(9)V99.
           05  UTOT-CLAIMED-AMOUNT   PIC S9(9)V99.
           05  UTOT-REMITTED-AMOUNT  PIC S9(9)V99.

       FD  MANUAL-ENTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  MJEP-RECORD.
           05  MJEP-DATE             PIC 9(08).
           05  MJEP-GL-ACCT          PIC X(04).
           05  MJEP-DR-CR            PIC X(01).
               88  MJEP-DEBIT            VALUE "D".
               88  MJEP-CREDIT           VALUE "C".
           05  MJEP-AMOUNT           PIC S9(9)V99.
           05  MJEP-SOURCE           PIC X(08).
           05  MJEP-REFERENCE        PIC X(16).
           05  MJEP-BRANCH           PIC X(04).

           COPY ACCTFILE.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       FD  SHIPMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHSHIP.

       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKREG.

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-TOT-FILE-STATUS        PIC X(02).
       01  WS-ART-FILE-STATUS        PIC X(02).
       01  WS-UTOT-FILE-STATUS       PIC X(02).
       01  WS-MJEP-FILE-STATUS       PIC X(02).
       01  WS-SUSP-FILE-STATUS       PIC X(02).
       01  WS-SHIP-FILE-STATUS       PIC X(02).
       01  WS-REG-FILE-STATUS        PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-ACCT-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-ACCT-MASTER-OPEN       VALUE "Y".
       01  WS-JRNL-FILE-STATUS       PIC X(02).
       01  WS-GLP-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
           05  WS-STI-OPERAND-A      PIC S9(9)V99.
           05  WS-STI-OPERAND-B      PIC S9(9)V99.

      *    An ACCT-TELR drawer over/short item's image is the
      *    closed CASHLEDG drawer row.
           COPY CASHLEDG.

       01  WS-DR-GL-ACCT             PIC X(04) VALUE SPACES.
       01  WS-CR-GL-ACCT             PIC X(04) VALUE SPACES.
       01  WS-POST-AMOUNT            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-POST-SOURCE            PIC X(08) VALUE SPACES.
       01  WS-POST-REFERENCE         PIC X(16) VALUE SPACES.
       01  WS-POST-BRANCH            PIC X(04) VALUE SPACES.
       01  WS-BRANCH-ACCT-ID         PIC X(12) VALUE SPACES.

       01  WS-NET-REVENUE            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-ROUNDING-DRIFT         PIC S9(9)V99 COMP-3 VALUE 0.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           PERFORM 0100-CHECK-PERIOD-OPEN
           OPEN INPUT CURRENCY-TABLE-FILE
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               SET WS-ACCT-MASTER-OPEN TO TRUE
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE

           OPEN INPUT AUDIT-TRAIL-FILE

           PERFORM 3000-POST-INVOICE-TOTALS
           PERFORM 3500-POST-CASH-TOTALS
           PERFORM 3600-POST-UNCLAIMED-TOTALS THRU 3600-EXIT
           PERFORM 3700-POST-MANUAL-ENTRIES THRU 3700-EXIT
           PERFORM 4000-POST-SUSPENSE-ITEMS
           PERFORM 4500-POST-VAULT-SHIPMENTS THRU 4500-EXIT
           PERFORM 4800-POST-CHECK-REGISTER THRU 4800-EXIT

           CLOSE CURRENCY-TABLE-FILE
           IF WS-ACCT-MASTER-OPEN
               CLOSE ACCT-MASTER-FILE
           END-IF
           CLOSE GL-JOURNAL-FILE

           DISPLAY "GL-POST: journals written " WS-JRNLS-WRITTEN
           MOVE SPACES TO WS-POST-REFERENCE
           STRING AUDIT-TO-ACCT-ID " " AUDIT-REASON-CODE
               DELIMITED BY SIZE INTO WS-POST-REFERENCE
           PERFORM 1200-FIND-POSTING-BRANCH THRU 1200-EXIT

           IF (AUDIT-IS-TRANSFER OR AUDIT-IS-ODSWEEP)
               AND AUDIT-TO-AMOUNT NOT = 0
               WHEN AUDIT-IS-FINCHG
                   MOVE "1000" TO WS-DR-GL-ACCT
                   MOVE "4000" TO WS-CR-GL-ACCT
      *        A fee refunded to the customer comes back out of
      *        fee income.
               WHEN AUDIT-IS-FEE AND AUDIT-TO-ACCT-ID NOT = SPACES
                   MOVE "4300" TO WS-DR-GL-ACCT
                   MOVE "1000" TO WS-CR-GL-ACCT
               WHEN AUDIT-IS-FEE
                   MOVE "1000" TO WS-DR-GL-ACCT
                   MOVE "4300" TO WS-CR-GL-ACCT
      *        An official check is bought out of the account into
      *        2100 outstanding checks until it clears (off the
      *        check register, below); voiding one credits the
      *        remitter back out of 2100.
               WHEN AUDIT-IS-WITHDRAW AND AUDIT-REASON-CODE = "OFCK"
                   MOVE "1000" TO WS-DR-GL-ACCT
                   MOVE "2100" TO WS-CR-GL-ACCT
               WHEN AUDIT-IS-DEPOSIT AND AUDIT-REASON-CODE = "OFCV"
                   MOVE "2100" TO WS-DR-GL-ACCT
                   MOVE "1000" TO WS-CR-GL-ACCT
      *        Cash over the counter moves the 2200 branch cash on
      *        hand the drawers hold, not cash and clearing.
               WHEN AUDIT-IS-DEPOSIT AND AUDIT-REASON-CODE = "CASH"
                   AND AUDIT-TELLER-ID NOT = SPACES
                   MOVE "2200" TO WS-DR-GL-ACCT
                   MOVE "1000" TO WS-CR-GL-ACCT
               WHEN AUDIT-IS-WITHDRAW AND AUDIT-REASON-CODE = "CASH"
                   AND AUDIT-TELLER-ID NOT = SPACES
                   MOVE "1000" TO WS-DR-GL-ACCT
                   MOVE "2200" TO WS-CR-GL-ACCT
               WHEN AUDIT-IS-DEPOSIT OR AUDIT-IS-ONBOARD
                   MOVE "2000" TO WS-DR-GL-ACCT
                   MOVE "1000" TO WS-CR-GL-ACCT
               WHEN AUDIT-IS-WITHDRAW
                   MOVE "1000" TO WS-DR-GL-ACCT
                   MOVE "2000" TO WS-CR-GL-ACCT
      *        A provisional dispute credit is funded out of cash
      *        and clearing until the processor's chargeback
      *        settles; a lost case's reversal debits it back.
               WHEN AUDIT-IS-DISPUTE AND AUDIT-TO-ACCT-ID NOT = SPACES
                   MOVE "2000" TO WS-DR-GL-ACCT
                   MOVE "1000" TO WS-CR-GL-ACCT
               WHEN AUDIT-IS-DISPUTE
                   MOVE "1000" TO WS-DR-GL-ACCT
                   MOVE "2000" TO WS-CR-GL-ACCT
      *        A charge-off takes the balance owed off the books
      *        as a loan loss; money later collected on it is
      *        recovery income, not a customer balance.
               WHEN AUDIT-IS-CHGOFF
                   MOVE "5200" TO WS-DR-GL-ACCT
                   MOVE "1000" TO WS-CR-GL-ACCT
               WHEN AUDIT-IS-RECOVERY
                   MOVE "1000" TO WS-DR-GL-ACCT
                   MOVE "4400" TO WS-CR-GL-ACCT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DR-GL-ACCT = SPACES OR WS-POST-AMOUNT = 0
               GO TO 1100-EXIT
           END-IF
           PERFORM 1300-CONVERT-TO-BASE THRU 1300-EXIT
           PERFORM 2000-WRITE-JOURNAL-PAIR.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The branch the entry belongs to: the teller's branch on
      * anything keyed at a counter; otherwise (an accrual, a
      * finance charge, a monthly fee - a house posting) the home
      * branch of the account it was posted to, off ACCTMSTR.  An
      * account with no home branch, or off the master, journals
      * to head office (spaces).
      *----------------------------------------------------------
       1200-FIND-POSTING-BRANCH.
           MOVE AUDIT-BRANCH TO WS-POST-BRANCH
           IF WS-POST-BRANCH NOT = SPACES
               OR NOT WS-ACCT-MASTER-OPEN
               GO TO 1200-EXIT
           END-IF
           IF AUDIT-TO-ACCT-ID NOT = SPACES
               MOVE AUDIT-TO-ACCT-ID TO WS-BRANCH-ACCT-ID
           ELSE
               MOVE AUDIT-FROM-ACCT-ID TO WS-BRANCH-ACCT-ID
           END-IF
           IF WS-BRANCH-ACCT-ID = SPACES
               GO TO 1200-EXIT
           END-IF
           MOVE WS-BRANCH-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 1200-EXIT
           END-READ
           MOVE MST-HOME-BRANCH TO WS-POST-BRANCH.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A same-currency posting carries no currency on the trail:
      * the amount is in the account's own MST-CURRENCY.  A
      * foreign one journals at its base-currency (USD) value off
      * CURRTAB, the value GL-RECON sets against 1000; GL-FXRV
      * books the rate movement on what is held at month end.
      *----------------------------------------------------------
       1300-CONVERT-TO-BASE.
           IF NOT WS-ACCT-MASTER-OPEN
               GO TO 1300-EXIT
           END-IF
           IF AUDIT-TO-ACCT-ID NOT = SPACES
               MOVE AUDIT-TO-ACCT-ID TO MST-ACCT-ID
           ELSE
               MOVE AUDIT-FROM-ACCT-ID TO MST-ACCT-ID
           END-IF
           IF MST-ACCT-ID = SPACES
               GO TO 1300-EXIT
           END-IF
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 1300-EXIT
           END-READ
           MOVE MST-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM 1600-LOOKUP-BASE-RATE THRU 1600-EXIT
           IF WS-LOOKUP-RATE = 1
               GO TO 1300-EXIT
           END-IF
           COMPUTE WS-POST-AMOUNT ROUNDED =
               AUDIT-AMOUNT * WS-LOOKUP-RATE.

       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A cross-currency transfer: each side journals at its base-
      * currency (USD) value off CURRTAB, and whatever fraction
           MOVE WS-DR-USD-AMOUNT TO JRNL-AMOUNT
           MOVE AUDIT-TRAN-TYPE TO JRNL-SOURCE
           MOVE WS-POST-REFERENCE TO JRNL-REFERENCE
           MOVE WS-POST-BRANCH TO JRNL-BRANCH
           WRITE JRNL-RECORD
           ADD 1 TO WS-JRNLS-WRITTEN
           ADD WS-DR-USD-AMOUNT TO WS-TOTAL-DEBITS
           MOVE WS-POST-AMOUNT TO JRNL-AMOUNT
           MOVE WS-POST-SOURCE TO JRNL-SOURCE
           MOVE WS-POST-REFERENCE TO JRNL-REFERENCE
           MOVE WS-POST-BRANCH TO JRNL-BRANCH
           WRITE JRNL-RECORD
           ADD 1 TO WS-JRNLS-WRITTEN
           ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
           MOVE TOT-TOTAL TO JRNL-AMOUNT
           MOVE WS-POST-SOURCE TO JRNL-SOURCE
           MOVE WS-POST-REFERENCE TO JRNL-REFERENCE
           MOVE SPACES TO JRNL-BRANCH
           WRITE JRNL-RECORD
           ADD 1 TO WS-JRNLS-WRITTEN
           ADD TOT-TOTAL TO WS-TOTAL-DEBITS
           END-IF

           MOVE "ARCASH" TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-BRANCH
           MOVE "CASH APPLICATION" TO WS-POST-REFERENCE
           IF ART-CASH-APPLIED NOT = 0
               MOVE "2000" TO WS-DR-GL-ACCT
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The unclaimed-check run: a stale-dated check voided back
      * off the outstanding list restores 2000 cash and clearing
      * and is owed instead on the 3200 unclaimed-checks
      * liability; a payee's claim (the reissued check is
      * outstanding again) and a remittance to the state both
      * relieve 3200 against 2000.  CHKUTOTS stays cataloged
      * between the monthly CHK-STALE runs, so - as with ARTOTS -
      * only a feed carrying today's run date journals.
      *----------------------------------------------------------
       3600-POST-UNCLAIMED-TOTALS.
           OPEN INPUT UNCLAIMED-TOTALS-FILE
           IF WS-UTOT-FILE-STATUS NOT = "00"
               GO TO 3600-EXIT
           END-IF
           READ UNCLAIMED-TOTALS-FILE
               AT END
                   CLOSE UNCLAIMED-TOTALS-FILE
                   GO TO 3600-EXIT
           END-READ
           CLOSE UNCLAIMED-TOTALS-FILE

           IF UTOT-RUN-DATE NOT = WS-CURRENT-DATE
               GO TO 3600-EXIT
           END-IF

           MOVE "CHKSTALE" TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-BRANCH
           IF UTOT-STALE-AMOUNT NOT = 0
               MOVE "2000" TO WS-DR-GL-ACCT
               MOVE "3200" TO WS-CR-GL-ACCT
               MOVE UTOT-STALE-AMOUNT TO WS-POST-AMOUNT
               MOVE "STALE CHECK VOIDS" TO WS-POST-REFERENCE
               PERFORM 2000-WRITE-JOURNAL-PAIR
           END-IF
           IF UTOT-CLAIMED-AMOUNT NOT = 0
               MOVE "3200" TO WS-DR-GL-ACCT
               MOVE "2000" TO WS-CR-GL-ACCT
               MOVE UTOT-CLAIMED-AMOUNT TO WS-POST-AMOUNT
               MOVE "UNCLAIMED REISSUE" TO WS-POST-REFERENCE
               PERFORM 2000-WRITE-JOURNAL-PAIR
           END-IF
           IF UTOT-REMITTED-AMOUNT NOT = 0
               MOVE "3200" TO WS-DR-GL-ACCT
               MOVE "2000" TO WS-CR-GL-ACCT
               MOVE UTOT-REMITTED-AMOUNT TO WS-POST-AMOUNT
               MOVE "UNCLAIMED REMIT" TO WS-POST-REFERENCE
               PERFORM 2000-WRITE-JOURNAL-PAIR
           END-IF.

       3600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The approved manual journal entries GL-MJE released
      * tonight, already balanced and dated their effective (or
      * reversal) date, copied across as they stand.  A missing
      * feed means no manual entries today.
      *----------------------------------------------------------
       3700-POST-MANUAL-ENTRIES.
           OPEN INPUT MANUAL-ENTRY-FILE
           IF WS-MJEP-FILE-STATUS NOT = "00"
               GO TO 3700-EXIT
           END-IF
           PERFORM 3710-JOURNAL-ONE-MANUAL-LINE
               UNTIL WS-MJEP-FILE-STATUS = "10"
           CLOSE MANUAL-ENTRY-FILE.

       3700-EXIT.
           EXIT.

       3710-JOURNAL-ONE-MANUAL-LINE.
           READ MANUAL-ENTRY-FILE
               AT END
                   MOVE "10" TO WS-MJEP-FILE-STATUS
               NOT AT END
                   MOVE MJEP-RECORD TO JRNL-RECORD
                   WRITE JRNL-RECORD
                   ADD 1 TO WS-JRNLS-WRITTEN
                   IF MJEP-DEBIT
                       ADD MJEP-AMOUNT TO WS-TOTAL-DEBITS
                   ELSE
                       ADD MJEP-AMOUNT TO WS-TOTAL-CREDITS
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Memo-post today's open SIZEBAT suspense items to the 5000
      * rounding/suspense account: a balanced debit/credit pair
                       AND SUSP-SOURCE = "SIZEBAT"
                       PERFORM 4200-JOURNAL-SUSPENSE-PAIR
                   END-IF
                   IF SUSP-ID NOT = 0 AND SUSP-OPEN
                       AND SUSP-DATE = WS-CURRENT-DATE
                       AND SUSP-SOURCE = "ACCTTELR"
                       AND SUSP-REASON = "DRAWER OVER/SHORT"
                       PERFORM 4300-JOURNAL-OVER-SHORT THRU 4300-EXIT
                   END-IF
           END-READ.

       4200-JOURNAL-SUSPENSE-PAIR.
           END-IF
           MOVE SUSP-SOURCE TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REFERENCE
           MOVE SPACES TO WS-POST-BRANCH
           STRING "SUSP " SUSP-ID " " WS-STI-TXN-ID
               DELIMITED BY SIZE INTO WS-POST-REFERENCE
           PERFORM 2000-WRITE-JOURNAL-PAIR.

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A drawer that closed over or short: the difference is the
      * branch's cash over/short (5300), held against 5000
      * suspense rather than 2200 - the CASHLEDG drawer balance
      * GL-RECON proves 2200 against still carries the book
      * figure until SUSP-CORR works the item off.  A shortage
      * is an expense, an overage a credit to it.
      *----------------------------------------------------------
       4300-JOURNAL-OVER-SHORT.
           MOVE SUSP-RECORD-IMAGE TO CASH-RECORD
           IF CASH-OVER-SHORT IS NOT NUMERIC OR CASH-OVER-SHORT = 0
               GO TO 4300-EXIT
           END-IF
           IF CASH-OVER-SHORT < 0
               MOVE "5300" TO WS-DR-GL-ACCT
               MOVE "5000" TO WS-CR-GL-ACCT
               COMPUTE WS-POST-AMOUNT = 0 - CASH-OVER-SHORT
           ELSE
               MOVE "5000" TO WS-DR-GL-ACCT
               MOVE "5300" TO WS-CR-GL-ACCT
               MOVE CASH-OVER-SHORT TO WS-POST-AMOUNT
           END-IF
           MOVE SUSP-SOURCE TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REFERENCE
           STRING "OS " CASH-BRANCH " " CASH-DRAWER-ID
               DELIMITED BY SIZE INTO WS-POST-REFERENCE
           MOVE CASH-BRANCH TO WS-POST-BRANCH
           PERFORM 2000-WRITE-JOURNAL-PAIR.

       4300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Vault cash the armored carrier delivered or collected
      * today, as CASH-CONF posted it to the CASHLEDG vault row:
      * an order brings cash from the 2000 cash and clearing
      * account into 2200 branch cash on hand, a return sends it
      * back, so GL-RECON's drawer and vault cash still proves.
      * A missing shipment file means no shipments yet.
      *----------------------------------------------------------
       4500-POST-VAULT-SHIPMENTS.
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIP-FILE-STATUS NOT = "00"
               GO TO 4500-EXIT
           END-IF
           PERFORM 4600-JOURNAL-ONE-SHIPMENT
               UNTIL WS-SHIP-FILE-STATUS = "10"
           CLOSE SHIPMENT-FILE.

       4500-EXIT.
           EXIT.

       4600-JOURNAL-ONE-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SHIP-FILE-STATUS
               NOT AT END
                   IF SHIP-CONFIRMED
                       AND SHIP-CONFIRM-DATE = WS-CURRENT-DATE
                       AND SHIP-CONFIRMED-AMOUNT NOT = 0
                       PERFORM 4700-JOURNAL-SHIPMENT-PAIR
                   END-IF
           END-READ.

       4700-JOURNAL-SHIPMENT-PAIR.
           IF SHIP-IS-ORDER
               MOVE "2200" TO WS-DR-GL-ACCT
               MOVE "2000" TO WS-CR-GL-ACCT
           ELSE
               MOVE "2000" TO WS-DR-GL-ACCT
               MOVE "2200" TO WS-CR-GL-ACCT
           END-IF
           MOVE SHIP-CONFIRMED-AMOUNT TO WS-POST-AMOUNT
           MOVE "CASHCONF" TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REFERENCE
           STRING SHIP-DIRECTION " " SHIP-BRANCH " " SHIP-ORDER-DATE
               DELIMITED BY SIZE INTO WS-POST-REFERENCE
           MOVE SHIP-BRANCH TO WS-POST-BRANCH
           PERFORM 2000-WRITE-JOURNAL-PAIR.

      *----------------------------------------------------------
      * Official checks leaving 2100 outstanding checks off the
      * CHKREG register: one the bank has paid, or CHK-STALE has
      * voided stale-dated, goes to 2000 cash and clearing (a
      * stale check moves on to 3200 with the CHKUTOTS totals);
      * one voided whose credit CHK-VOID could not post to the
      * remitter goes to 5000 suspense, where the item is paid
      * out by hand.  The row is marked with the date it was
      * journaled, so each check leaves 2100 once and a rerun of
      * the same date journals it again.  No register means no
      * checks.
      *----------------------------------------------------------
       4800-POST-CHECK-REGISTER.
           OPEN I-O CHECK-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = "00"
               GO TO 4800-EXIT
           END-IF
           PERFORM 4900-JOURNAL-ONE-CHECK THRU 4900-EXIT
               UNTIL WS-REG-FILE-STATUS = "10"
           CLOSE CHECK-REGISTER-FILE.

       4800-EXIT.
           EXIT.

       4900-JOURNAL-ONE-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REG-FILE-STATUS
                   GO TO 4900-EXIT
           END-READ

           IF (CHKR-GL-CLEARED OR CHKR-GL-SUSPENDED)
               AND CHKR-GL-DATE = WS-CURRENT-DATE
               PERFORM 4950-JOURNAL-CHECK-PAIR
               GO TO 4900-EXIT
           END-IF

           EVALUATE TRUE
               WHEN (CHKR-GL-OUTSTANDING AND CHKR-PAID)
                    OR CHKR-GL-STALE
                   SET CHKR-GL-CLEARED TO TRUE
               WHEN CHKR-GL-OUTSTANDING AND CHKR-VOIDED
                   SET CHKR-GL-SUSPENDED TO TRUE
               WHEN OTHER
                   GO TO 4900-EXIT
           END-EVALUATE
           MOVE WS-CURRENT-DATE TO CHKR-GL-DATE
           REWRITE CHKR-RECORD
               INVALID KEY
                   DISPLAY "GL-POST: CHKREG rewrite failed for "
                           CHKR-CHECK-NO
                   GO TO 4900-EXIT
           END-REWRITE
           PERFORM 4950-JOURNAL-CHECK-PAIR.

       4900-EXIT.
           EXIT.

       4950-JOURNAL-CHECK-PAIR.
           MOVE "2100" TO WS-DR-GL-ACCT
           IF CHKR-GL-SUSPENDED
               MOVE "5000" TO WS-CR-GL-ACCT
           ELSE
               MOVE "2000" TO WS-CR-GL-ACCT
           END-IF
           MOVE CHKR-AMOUNT TO WS-POST-AMOUNT
           MOVE "CHKREG" TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REFERENCE
           STRING "CHECK " CHKR-CHECK-NO
               DELIMITED BY SIZE INTO WS-POST-REFERENCE
           MOVE SPACES TO WS-POST-BRANCH
           PERFORM 2000-WRITE-JOURNAL-PAIR.
