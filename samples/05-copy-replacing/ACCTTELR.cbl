      *               branch vault row, and session close records
      *               the declared count and over/short for the
      *               CASH-PRF end-of-day branch proof.
      *   2026-10-15  Stop payment (menu choice 8): place a stop-
      *               payment order on one check drawn on a
      *               customer's account, onto the STOPPAY file the
      *               inward-clearing run checks every presented
      *               item against.  Placing the order again for
      *               the same check renews it.  Logged as a MAINT
      *               entry under reason STOP.
      *   2026-10-15  NSF fee reversal (menu choice 0): credit back
      *               an NSF item fee the branch agrees to refund,
      *               logged as a FEE entry on the credit side
      *               under reason NSFR so the refund is on the
      *               trail with the teller who granted it.
      *   2026-10-15  Loan payoff quote (menu choice Q): the amount
      *               that closes a LON installment loan on any
      *               date the customer names, via LOANQUOT -
      *               principal still owed plus interest accrued
      *               since the last collected installment, with
      *               the per-diem.  An inquiry only; nothing is
      *               posted or logged.
      *   2026-10-15  Customer search (menu choice S): find a
      *               customer without their number, by last name
      *               with an optional first initial or by phone
      *               (the CUSTMSTR alternate keys, built through
      *               CUSTSKEY), or by the last digits of an
      *               account ID off CUSTXREF.  Every match is
      *               listed with its linked accounts and roles,
      *               and the teller picks one to carry on into an
      *               inquiry or a transaction.
      *   2026-10-15  Official check (menu choice C): sell a
      *               cashier's check out of a customer's account.
      *               The debit runs the available-balance,
      *               velocity and teller-limit checks, posts as a
      *               WITHDRAW under reason OFCK with the official-
      *               check fee as its own FEE entry under OFCF,
      *               and queues the check on CHECKREQ with the
      *               remitter, payee and the debit's audit
      *               sequence number for the next CHK-SCRN and
      *               CHK-PRINT run.
      *   2026-10-15  NSF fee reversal refused unless the account
      *               has a posted NSF item fee on the trail not
      *               already reversed (NSFOPEN), and never for
      *               more than is still open; a reversal over one
      *               fee - the FEESCHED NSF item fee for the
      *               account type, else the last fee charged -
      *               needs the supervisor override.
      *   2026-10-15  Official-check fee taken from the FEESCHED
      *               row for the account type instead of a fixed
      *               $10.00; no row or a zero fee charges nothing.
      *   2026-10-15  Teller-limit check performs the supervisor
      *               override through its exit, so a refused ID no
      *               longer drops into the override log.
      *   2026-10-15  A stop order the STOPPAY file refuses is
      *               logged rejected, not reported placed.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-TELR.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUST-NO
               ALTERNATE RECORD KEY IS CUS-SEARCH-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUS-SEARCH-PHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               RECORD KEY IS CASH-KEY
               FILE STATUS IS WS-CASHL-FILE-STATUS.

           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "CHECKREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFCK-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-ACCT-PREFIX
               FILE STATUS IS WS-FEE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTFILE.
           LABEL RECORDS ARE STANDARD.
           COPY CASHLEDG.

       FD  STOP-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOPPAY.

       FD  OFFICIAL-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISBREQ.

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEESCHED.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-CUST-NAME-PTR          PIC 9(03) VALUE 1.
       01  WS-CUST-ACCTS-FOUND       PIC 9(04) VALUE 0.

      *    Customer search: the matches found, by customer number,
      *    for the teller to pick from.  A search that turns up
      *    more than the list holds asks the teller to narrow it.
       01  WS-SRCH-TYPE              PIC X(01) VALUE SPACE.
           88  WS-SRCH-BY-NAME           VALUE "N".
           88  WS-SRCH-BY-PHONE          VALUE "P".
           88  WS-SRCH-BY-ACCOUNT        VALUE "A".
       01  WS-SRCH-LAST-NAME         PIC X(20) VALUE SPACES.
       01  WS-SRCH-INITIAL           PIC X(01) VALUE SPACE.
       01  WS-SRCH-PHONE             PIC X(12) VALUE SPACES.
       01  WS-SRCH-KEY-NAME          PIC X(20) VALUE SPACES.
       01  WS-SRCH-KEY-PHONE         PIC X(12) VALUE SPACES.
       01  WS-SRCH-KEY-INITIAL       PIC X(01) VALUE SPACE.
       01  WS-SRCH-ACCT-TAIL         PIC X(12) VALUE SPACES.
       01  WS-SRCH-REVERSED          PIC X(12) VALUE SPACES.
       01  WS-SRCH-TRAILING          PIC 9(02) VALUE 0.
       01  WS-SRCH-TAIL-LEN          PIC 9(02) VALUE 0.
       01  WS-SRCH-ACCT-LEN          PIC 9(02) VALUE 0.
       01  WS-SRCH-START             PIC 9(02) VALUE 0.
       01  WS-SRCH-MIN-TAIL          PIC 9(02) VALUE 3.
       01  WS-SRCH-DONE-SW           PIC X(01) VALUE "N".
           88  WS-SRCH-DONE              VALUE "Y".
       01  WS-SRCH-DUP-SW            PIC X(01) VALUE "N".
           88  WS-SRCH-DUPLICATE         VALUE "Y".
       01  WS-SRCH-OVERFLOW-SW       PIC X(01) VALUE "N".
           88  WS-SRCH-OVERFLOW          VALUE "Y".
       01  WS-SRCH-MAX-MATCHES       PIC 9(02) VALUE 15.
       01  WS-SRCH-FOUND-CUST        PIC X(06) VALUE SPACES.
       01  WS-SRCH-MATCH-COUNT       PIC 9(02) VALUE 0.
       01  WS-SRCH-MATCH-TABLE.
           05  WS-SRCH-MATCH-CUST    PIC X(06) OCCURS 15 TIMES.
       01  WS-SRCH-IDX               PIC 9(02) VALUE 0.
       01  WS-SRCH-DUP-IDX           PIC 9(02) VALUE 0.
       01  WS-SRCH-PICK-TEXT         PIC X(02) VALUE SPACES.
       01  WS-SRCH-PICK              PIC 9(02) VALUE 0.
       01  WS-CHOICE-PENDING-SW      PIC X(01) VALUE "N".
           88  WS-CHOICE-PENDING         VALUE "Y".
       01  WS-CUST-PRESELECTED-SW    PIC X(01) VALUE "N".
           88  WS-CUST-PRESELECTED       VALUE "Y".

       01  WS-SESSION-DONE-SW        PIC X(01) VALUE "N".
           88  WS-SESSION-DONE           VALUE "Y".

           88  WS-CHOICE-WITHDRAWAL      VALUE "5".
           88  WS-CHOICE-BUY-CASH        VALUE "6".
           88  WS-CHOICE-SELL-CASH       VALUE "7".
           88  WS-CHOICE-STOP-PAYMENT    VALUE "8".
           88  WS-CHOICE-END-SESSION     VALUE "9".
           88  WS-CHOICE-FEE-REVERSAL    VALUE "0".
           88  WS-CHOICE-PAYOFF-QUOTE    VALUE "Q".
           88  WS-CHOICE-SEARCH          VALUE "S".
           88  WS-CHOICE-OFFICIAL-CHECK  VALUE "C".

       01  WS-CASH-ACCT-ID           PIC X(12) VALUE SPACES.
       01  WS-CASH-AMOUNT            PIC S9(7)V99 VALUE 0.
       01  WS-CASH-DELTA             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-VAULT-AMOUNT           PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-QUOTE-DATE-TEXT        PIC X(08) VALUE SPACES.
       01  WS-QUOTE-DATE             PIC 9(08) VALUE 0.
       01  WS-QUOTE-PRINCIPAL        PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-QUOTE-INTEREST         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-QUOTE-PER-DIEM         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-QUOTE-PAYOFF           PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-QUOTE-FLAG             PIC X(01) VALUE "N".
           88  WS-QUOTE-OK               VALUE "Y".
           88  WS-QUOTE-PAID-OFF         VALUE "P".

      *    A stop-payment order runs six months from the day it is
      *    placed, the usual term before it must be renewed.
       01  WS-STOP-FILE-STATUS       PIC X(02).
       01  WS-STOP-DAYS              PIC 9(03) VALUE 180.
       01  WS-STOP-CHECK-TEXT        PIC X(08) VALUE SPACES.
       01  WS-STOP-AMOUNT            PIC S9(7)V99 VALUE 0.
       01  WS-STOP-WORK-INTEGER      PIC 9(07) VALUE 0.
       01  WS-STOP-RENEWAL-SW        PIC X(01) VALUE "N".
           88  WS-STOP-RENEWAL           VALUE "Y".

      *    The official-check fee is charged on top of the face
      *    amount, the counter price for a cashier's check, off
      *    the FEESCHED row for the account type.
       01  WS-OFCK-FILE-STATUS       PIC X(02).
       01  WS-FEE-FILE-STATUS        PIC X(02).
       01  WS-OFCK-FEE               PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-OFCK-TOTAL             PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-OFCK-REMITTER          PIC X(40) VALUE SPACES.
       01  WS-OFCK-AUDIT-SEQ-NO      PIC 9(09) VALUE 0.
       01  WS-OFCK-OWNER-DONE-SW     PIC X(01) VALUE "N".
           88  WS-OFCK-OWNER-DONE        VALUE "Y".

      *    NSF fees still open on the account being refunded, as
      *    NSFOPEN finds them, and the most a reversal may be
      *    without a supervisor: one fee.
       01  WS-NSF-FUNCTION           PIC X(01) VALUE "Q".
       01  WS-NSF-FEES-OPEN          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-NSF-LAST-FEE           PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-NSF-REVERSAL-CAP       PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-OVERRIDE-REASON        PIC X(30) VALUE SPACES.

       01  WS-SUSP-SOURCE            PIC X(08) VALUE "ACCTTELR".
       01  WS-SUSP-REASON            PIC X(20) VALUE SPACES.
       01  WS-SUSP-IMAGE             PIC X(100) VALUE SPACES.
               CLOSE CASH-LEDGER-FILE
               OPEN I-O CASH-LEDGER-FILE
           END-IF
           OPEN I-O STOP-PAYMENT-FILE
           IF WS-STOP-FILE-STATUS = "35"
               OPEN OUTPUT STOP-PAYMENT-FILE
               CLOSE STOP-PAYMENT-FILE
               OPEN I-O STOP-PAYMENT-FILE
           END-IF
           OPEN EXTEND OFFICIAL-CHECK-FILE
           IF WS-OFCK-FILE-STATUS = "05" OR WS-OFCK-FILE-STATUS = "35"
               CLOSE OFFICIAL-CHECK-FILE
               OPEN OUTPUT OFFICIAL-CHECK-FILE
           END-IF
           OPEN INPUT FEE-SCHEDULE-FILE
           PERFORM 0100-CHECK-BATCH-WINDOW

           PERFORM 1000-GET-TELLER-ID
           CLOSE CURRENCY-TABLE-FILE
           CLOSE TERM-DEPOSIT-FILE
           CLOSE CASH-LEDGER-FILE
           CLOSE STOP-PAYMENT-FILE
           CLOSE OFFICIAL-CHECK-FILE
           CLOSE FEE-SCHEDULE-FILE
           IF WS-BATCH-WINDOW
               CLOSE STORE-FORWARD-FILE
           END-IF
      *----------------------------------------------------------
      * Present the menu, read one choice, and dispatch it.  A
      * teller can inquire or transfer as many times as they like
      * before ending the session.  A customer search that ends
      * with the teller choosing what to do next leaves that
      * choice pending, and it is dispatched without the menu.
      *----------------------------------------------------------
       2000-PROCESS-MENU-CHOICE.
           IF WS-CHOICE-PENDING
               MOVE "N" TO WS-CHOICE-PENDING-SW
           ELSE
               PERFORM 2050-SHOW-MENU
           END-IF

           EVALUATE TRUE
               WHEN WS-CHOICE-INQUIRY
               WHEN WS-CHOICE-TRANSFER
                   PERFORM 4000-DO-TRANSFER
               WHEN WS-CHOICE-CUSTOMER
                   PERFORM 3500-CUSTOMER-INQUIRY THRU 3500-EXIT
               WHEN WS-CHOICE-DEPOSIT
                   PERFORM 5000-DO-DEPOSIT
               WHEN WS-CHOICE-WITHDRAWAL
                   PERFORM 7000-BUY-FROM-VAULT
               WHEN WS-CHOICE-SELL-CASH
                   PERFORM 7100-SELL-TO-VAULT
               WHEN WS-CHOICE-STOP-PAYMENT
                   PERFORM 7800-PLACE-STOP-PAYMENT
               WHEN WS-CHOICE-FEE-REVERSAL
                   PERFORM 7900-REVERSE-NSF-FEE
               WHEN WS-CHOICE-PAYOFF-QUOTE
                   PERFORM 7700-LOAN-PAYOFF-QUOTE THRU 7700-EXIT
               WHEN WS-CHOICE-SEARCH
                   PERFORM 3900-CUSTOMER-SEARCH THRU 3900-EXIT
               WHEN WS-CHOICE-OFFICIAL-CHECK
                   PERFORM 7600-ISSUE-OFFICIAL-CHECK
               WHEN WS-CHOICE-END-SESSION
                   SET WS-SESSION-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ACCT-TELR: INVALID CHOICE"
           END-EVALUATE.

       2050-SHOW-MENU.
           DISPLAY "1 = BALANCE INQUIRY  2 = TRANSFER"
           DISPLAY "3 = CUSTOMER INQUIRY 4 = CASH DEPOSIT"
           DISPLAY "5 = CASH WITHDRAWAL  6 = BUY CASH FROM VAULT"
           DISPLAY "7 = SELL CASH TO VAULT  8 = STOP PAYMENT"
           DISPLAY "9 = END SESSION      0 = REVERSE NSF FEE"
           DISPLAY "Q = LOAN PAYOFF QUOTE  S = CUSTOMER SEARCH"
           DISPLAY "C = OFFICIAL CHECK"
           DISPLAY "ENTER CHOICE" WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

      *----------------------------------------------------------
      * Look up one account by ID and display its balance/status.
      *----------------------------------------------------------
      * Look one customer up on the customer master and list every
      * account the cross-reference links to them, so the teller
      * sees the whole relationship in one inquiry instead of
      * guessing from matching account names.  A customer the
      * teller has just picked off a search is not asked for.
      *----------------------------------------------------------
       3500-CUSTOMER-INQUIRY.
           IF WS-CUST-PRESELECTED
               MOVE "N" TO WS-CUST-PRESELECTED-SW
           ELSE
               DISPLAY "ENTER CUSTOMER NUMBER" WITH NO ADVANCING
               ACCEPT WS-CUST-NO-IN
           END-IF
           MOVE WS-CUST-NO-IN TO CUS-CUST-NO
           READ CUST-MASTER-FILE
               INVALID KEY
               END-STRING
           END-IF.

      *----------------------------------------------------------
      * Customer search, for the customer who walks up without
      * their number: by last name (and first initial, if
      * given), by phone, or by the last digits of an account
      * ID.  Name and phone read the CUSTMSTR alternate keys,
      * the search text built by CUSTSKEY the same way the keys
      * were; account digits scan CUSTXREF, since no index can
      * find an ID by its tail.  Each match is shown with the
      * accounts it holds and its role on each, and the teller
      * picks one to carry on with.
      *----------------------------------------------------------
       3900-CUSTOMER-SEARCH.
           MOVE 0 TO WS-SRCH-MATCH-COUNT
           MOVE "N" TO WS-SRCH-OVERFLOW-SW
           DISPLAY "SEARCH BY N = LAST NAME  P = PHONE  "
                   "A = ACCOUNT DIGITS"
           DISPLAY "ENTER SEARCH TYPE" WITH NO ADVANCING
           ACCEPT WS-SRCH-TYPE

           EVALUATE TRUE
               WHEN WS-SRCH-BY-NAME
                   PERFORM 3910-SEARCH-BY-NAME THRU 3910-EXIT
               WHEN WS-SRCH-BY-PHONE
                   PERFORM 3920-SEARCH-BY-PHONE THRU 3920-EXIT
               WHEN WS-SRCH-BY-ACCOUNT
                   PERFORM 3930-SEARCH-BY-ACCOUNT THRU 3930-EXIT
               WHEN OTHER
                   DISPLAY "ACCT-TELR: INVALID SEARCH TYPE"
                   GO TO 3900-EXIT
           END-EVALUATE

           IF WS-SRCH-MATCH-COUNT = 0
               DISPLAY "ACCT-TELR: NO MATCHING CUSTOMERS"
               GO TO 3900-EXIT
           END-IF

           PERFORM 3950-SHOW-ONE-MATCH
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-SRCH-MATCH-COUNT
           IF WS-SRCH-OVERFLOW
               DISPLAY "ACCT-TELR: MORE MATCHES THAN SHOWN - "
                       "NARROW THE SEARCH"
           END-IF

           PERFORM 3960-PICK-MATCH THRU 3960-EXIT.

       3900-EXIT.
           EXIT.

       3910-SEARCH-BY-NAME.
           DISPLAY "ENTER LAST NAME" WITH NO ADVANCING
           ACCEPT WS-SRCH-LAST-NAME
           DISPLAY "ENTER FIRST INITIAL (BLANK = ANY)"
               WITH NO ADVANCING
           ACCEPT WS-SRCH-INITIAL
           IF WS-SRCH-LAST-NAME = SPACES
               DISPLAY "ACCT-TELR: LAST NAME REQUIRED"
               GO TO 3910-EXIT
           END-IF

           MOVE SPACES TO WS-SRCH-PHONE
           CALL "CUSTSKEY" USING WS-SRCH-LAST-NAME WS-SRCH-PHONE
               WS-SRCH-KEY-NAME WS-SRCH-KEY-PHONE
           MOVE FUNCTION UPPER-CASE(WS-SRCH-INITIAL)
               TO WS-SRCH-KEY-INITIAL

           MOVE WS-SRCH-KEY-NAME TO CUS-SEARCH-NAME
           START CUST-MASTER-FILE KEY IS EQUAL TO CUS-SEARCH-NAME
               INVALID KEY
                   GO TO 3910-EXIT
           END-START
           MOVE "N" TO WS-SRCH-DONE-SW
           PERFORM 3915-READ-NEXT-BY-NAME
               UNTIL WS-SRCH-DONE.

       3910-EXIT.
           EXIT.

       3915-READ-NEXT-BY-NAME.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SRCH-DONE TO TRUE
               NOT AT END
                   IF CUS-SEARCH-NAME NOT = WS-SRCH-KEY-NAME
                       SET WS-SRCH-DONE TO TRUE
                   ELSE
                       IF WS-SRCH-KEY-INITIAL = SPACE
                           OR FUNCTION UPPER-CASE(CUS-FIRST-NAME(1:1))
                              = WS-SRCH-KEY-INITIAL
                           MOVE CUS-CUST-NO TO WS-SRCH-FOUND-CUST
                           PERFORM 3940-ADD-MATCH
                       END-IF
                   END-IF
           END-READ.

       3920-SEARCH-BY-PHONE.
           DISPLAY "ENTER PHONE NUMBER" WITH NO ADVANCING
           ACCEPT WS-SRCH-PHONE
           MOVE SPACES TO WS-SRCH-LAST-NAME
           CALL "CUSTSKEY" USING WS-SRCH-LAST-NAME WS-SRCH-PHONE
               WS-SRCH-KEY-NAME WS-SRCH-KEY-PHONE
           IF WS-SRCH-KEY-PHONE = SPACES
               DISPLAY "ACCT-TELR: PHONE NUMBER REQUIRED"
               GO TO 3920-EXIT
           END-IF

           MOVE WS-SRCH-KEY-PHONE TO CUS-SEARCH-PHONE
           START CUST-MASTER-FILE KEY IS EQUAL TO CUS-SEARCH-PHONE
               INVALID KEY
                   GO TO 3920-EXIT
           END-START
           MOVE "N" TO WS-SRCH-DONE-SW
           PERFORM 3925-READ-NEXT-BY-PHONE
               UNTIL WS-SRCH-DONE.

       3920-EXIT.
           EXIT.

       3925-READ-NEXT-BY-PHONE.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SRCH-DONE TO TRUE
               NOT AT END
                   IF CUS-SEARCH-PHONE NOT = WS-SRCH-KEY-PHONE
                       SET WS-SRCH-DONE TO TRUE
                   ELSE
                       MOVE CUS-CUST-NO TO WS-SRCH-FOUND-CUST
                       PERFORM 3940-ADD-MATCH
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * The teller keys the trailing part of the ID as printed
      * ("2021", "001-2021"); at least three characters, so one
      * stray digit cannot list half the book.
      *----------------------------------------------------------
       3930-SEARCH-BY-ACCOUNT.
           DISPLAY "ENTER LAST DIGITS OF ACCOUNT ID"
               WITH NO ADVANCING
           ACCEPT WS-SRCH-ACCT-TAIL
           MOVE FUNCTION REVERSE(WS-SRCH-ACCT-TAIL)
               TO WS-SRCH-REVERSED
           MOVE 0 TO WS-SRCH-TRAILING
           INSPECT WS-SRCH-REVERSED TALLYING WS-SRCH-TRAILING
               FOR LEADING SPACES
           COMPUTE WS-SRCH-TAIL-LEN = 12 - WS-SRCH-TRAILING
           IF WS-SRCH-TAIL-LEN < WS-SRCH-MIN-TAIL
               DISPLAY "ACCT-TELR: ENTER AT LEAST "
                       WS-SRCH-MIN-TAIL " CHARACTERS"
               GO TO 3930-EXIT
           END-IF

           MOVE LOW-VALUES TO XREF-KEY
           START CUST-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   GO TO 3930-EXIT
           END-START
           MOVE "N" TO WS-SRCH-DONE-SW
           PERFORM 3935-SCAN-ONE-XREF THRU 3935-EXIT
               UNTIL WS-SRCH-DONE.

       3930-EXIT.
           EXIT.

       3935-SCAN-ONE-XREF.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-SRCH-DONE TO TRUE
                   GO TO 3935-EXIT
           END-READ
           MOVE FUNCTION REVERSE(XREF-ACCT-ID) TO WS-SRCH-REVERSED
           MOVE 0 TO WS-SRCH-TRAILING
           INSPECT WS-SRCH-REVERSED TALLYING WS-SRCH-TRAILING
               FOR LEADING SPACES
           COMPUTE WS-SRCH-ACCT-LEN = 12 - WS-SRCH-TRAILING
           IF WS-SRCH-ACCT-LEN < WS-SRCH-TAIL-LEN
               GO TO 3935-EXIT
           END-IF
           COMPUTE WS-SRCH-START =
               WS-SRCH-ACCT-LEN - WS-SRCH-TAIL-LEN + 1
           IF XREF-ACCT-ID(WS-SRCH-START:WS-SRCH-TAIL-LEN) =
              WS-SRCH-ACCT-TAIL(1:WS-SRCH-TAIL-LEN)
               MOVE XREF-CUST-NO TO WS-SRCH-FOUND-CUST
               PERFORM 3940-ADD-MATCH
           END-IF.

       3935-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Add a customer to the match list once - joint accounts
      * and a customer holding several matching IDs would
      * otherwise list the same person twice.
      *----------------------------------------------------------
       3940-ADD-MATCH.
           MOVE "N" TO WS-SRCH-DUP-SW
           PERFORM 3945-CHECK-DUPLICATE
               VARYING WS-SRCH-DUP-IDX FROM 1 BY 1
               UNTIL WS-SRCH-DUP-IDX > WS-SRCH-MATCH-COUNT
                  OR WS-SRCH-DUPLICATE
           IF NOT WS-SRCH-DUPLICATE
               IF WS-SRCH-MATCH-COUNT < WS-SRCH-MAX-MATCHES
                   ADD 1 TO WS-SRCH-MATCH-COUNT
                   MOVE WS-SRCH-FOUND-CUST
                       TO WS-SRCH-MATCH-CUST(WS-SRCH-MATCH-COUNT)
               ELSE
                   SET WS-SRCH-OVERFLOW TO TRUE
                   SET WS-SRCH-DONE TO TRUE
               END-IF
           END-IF.

       3945-CHECK-DUPLICATE.
           IF WS-SRCH-MATCH-CUST(WS-SRCH-DUP-IDX) = WS-SRCH-FOUND-CUST
               SET WS-SRCH-DUPLICATE TO TRUE
           END-IF.

      *----------------------------------------------------------
      * One numbered match: name and phone off the customer
      * master, then every linked account with its role, the
      * same listing the customer inquiry gives.
      *----------------------------------------------------------
       3950-SHOW-ONE-MATCH.
           MOVE WS-SRCH-MATCH-CUST(WS-SRCH-IDX) TO WS-CUST-NO-IN
           MOVE WS-CUST-NO-IN TO CUS-CUST-NO
           READ CUST-MASTER-FILE
               INVALID KEY
                   DISPLAY WS-SRCH-IDX " " WS-CUST-NO-IN
                           " NOT ON CUSTOMER MASTER"
               NOT INVALID KEY
                   PERFORM 3800-FORMAT-CUSTOMER-NAME
                   DISPLAY WS-SRCH-IDX " " CUS-CUST-NO "  "
                           WS-CUST-FULL-NAME
                   DISPLAY "   PHONE " CUS-PHONE
           END-READ

           MOVE 0 TO WS-CUST-ACCTS-FOUND
           MOVE LOW-VALUES TO XREF-ACCT-ID
           START CUST-XREF-FILE KEY IS NOT LESS THAN XREF-ACCT-ID
               INVALID KEY
                   MOVE "10" TO WS-XREF-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-XREF-FILE-STATUS
           END-START
           PERFORM 3600-LIST-CUSTOMER-ACCOUNT
               UNTIL WS-XREF-FILE-STATUS = "10"
           IF WS-CUST-ACCTS-FOUND = 0
               DISPLAY "   NO ACCOUNTS LINKED TO CUSTOMER"
           END-IF.

      *----------------------------------------------------------
      * The teller picks a match by its list number and says
      * what to do next: the chosen customer's inquiry (without
      * rekeying the number), or straight into a balance inquiry
      * or transaction off the accounts just listed.  A blank
      * pick or a blank choice goes back to the menu.
      *----------------------------------------------------------
       3960-PICK-MATCH.
           DISPLAY "SELECT FROM LIST (BLANK = NONE)"
               WITH NO ADVANCING
           ACCEPT WS-SRCH-PICK-TEXT
           IF WS-SRCH-PICK-TEXT = SPACES
               GO TO 3960-EXIT
           END-IF
           COMPUTE WS-SRCH-PICK = FUNCTION NUMVAL(WS-SRCH-PICK-TEXT)
           IF WS-SRCH-PICK < 1 OR WS-SRCH-PICK > WS-SRCH-MATCH-COUNT
               DISPLAY "ACCT-TELR: NOT ON THE LIST"
               GO TO 3960-EXIT
           END-IF
           MOVE WS-SRCH-MATCH-CUST(WS-SRCH-PICK) TO WS-CUST-NO-IN

           DISPLAY "CUSTOMER " WS-CUST-NO-IN " SELECTED"
           DISPLAY "1 = BALANCE INQUIRY  2 = TRANSFER"
           DISPLAY "3 = CUSTOMER INQUIRY 4 = CASH DEPOSIT"
           DISPLAY "5 = CASH WITHDRAWAL  C = OFFICIAL CHECK"
           DISPLAY "ENTER CHOICE (BLANK = MENU)" WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-CUSTOMER
                   SET WS-CUST-PRESELECTED TO TRUE
                   SET WS-CHOICE-PENDING TO TRUE
               WHEN WS-CHOICE-INQUIRY
               WHEN WS-CHOICE-TRANSFER
               WHEN WS-CHOICE-DEPOSIT
               WHEN WS-CHOICE-WITHDRAWAL
               WHEN WS-CHOICE-OFFICIAL-CHECK
                   SET WS-CHOICE-PENDING TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3960-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Prompt for a from/to account and an amount, validate the
      * same way the batch transfer path does, and post it.
           END-IF

           PERFORM 4385-LOG-SUSPENDED-ATTEMPT
           MOVE "OVER TELLER LIMIT" TO WS-OVERRIDE-REASON
           PERFORM 4390-SUPERVISOR-OVERRIDE THRU 4390-EXIT

           IF NOT WS-OVERRIDE-APPROVED
               SET WS-TRANSFER-REJECTED TO TRUE
           WRITE AUDIT-RECORD.
       4390-SUPERVISOR-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-FLAG
           DISPLAY "ACCT-TELR: " WS-OVERRIDE-REASON
                   " - SUPERVISOR OVERRIDE REQUIRED"
           DISPLAY "ENTER SUPERVISOR ID" WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-ID
           MOVE WS-SUPERVISOR-ID TO TELL-TELLER-ID
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Official check: the customer buys a cashier's check out
      * of their account.  The debit runs the withdrawal path's
      * cash-account validation and available-balance test - on
      * the face amount plus the fee - and the transfer path's
      * velocity and teller-limit rules with the supervisor
      * override, then posts under the same update-sequence
      * guard.  No cash crosses the drawer.  The face amount is
      * logged as a WITHDRAW under reason OFCK and the fee as its
      * own FEE entry under OFCF; the check itself is queued on
      * CHECKREQ for the next CHK-SCRN and CHK-PRINT run, carrying
      * the remitter and the OFCK audit sequence number so the
      * check number CHK-PRINT assigns ties back to the debit.
      * The debit posts against the master, so it is refused
      * inside the batch window and taken again once the cycle
      * is done.
      *----------------------------------------------------------
       7600-ISSUE-OFFICIAL-CHECK.
           PERFORM 7610-POST-OFFICIAL-CHECK THRU 7610-EXIT
           PERFORM 7680-LOG-OFFICIAL-CHECK
           IF WS-TRANSFER-REJECTED
               DISPLAY "ACCT-TELR: OFFICIAL CHECK REFUSED - "
                       WS-REJECT-REASON
           ELSE
               IF WS-OFCK-FEE NOT = 0
                   PERFORM 7690-LOG-OFFICIAL-CHECK-FEE
               END-IF
               PERFORM 7650-QUEUE-OFFICIAL-CHECK
           END-IF.

       7610-POST-OFFICIAL-CHECK.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-CODE
           MOVE 0 TO WS-PENALTY-AMOUNT
           MOVE 0 TO WS-OFCK-AUDIT-SEQ-NO
           MOVE SPACES TO DISB-REQUEST

           DISPLAY "OFFICIAL CHECK FROM ACCOUNT ID" WITH NO ADVANCING
           ACCEPT WS-CASH-ACCT-ID
           DISPLAY "CHECK AMOUNT" WITH NO ADVANCING
           ACCEPT WS-AMOUNT-TEXT
           COMPUTE WS-CASH-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           DISPLAY "PAYEE LAST NAME" WITH NO ADVANCING
           ACCEPT DISB-LAST-NAME
           DISPLAY "PAYEE FIRST NAME" WITH NO ADVANCING
           ACCEPT DISB-FIRST-NAME
           DISPLAY "PAYEE MIDDLE NAME" WITH NO ADVANCING
           ACCEPT DISB-MIDDLE-NAME
           DISPLAY "PAYEE SUFFIX" WITH NO ADVANCING
           ACCEPT DISB-SUFFIX
           DISPLAY "MEMO" WITH NO ADVANCING
           ACCEPT DISB-MEMO

           IF WS-CASH-AMOUNT NOT > 0
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
               GO TO 7610-EXIT
           END-IF

           IF DISB-LAST-NAME = SPACES
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "PAYEE NAME REQUIRED" TO WS-REJECT-REASON
               GO TO 7610-EXIT
           END-IF

           IF WS-BATCH-WINDOW
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "BATCH CYCLE RUNNING - RETRY"
                   TO WS-REJECT-REASON
               GO TO 7610-EXIT
           END-IF

           PERFORM 5100-VALIDATE-CASH-ACCOUNT THRU 5100-EXIT
           IF WS-TRANSFER-REJECTED
               GO TO 7610-EXIT
           END-IF

           MOVE 0 TO WS-OFCK-FEE
           MOVE WS-CASH-ACCT-ID(1:3) TO FEE-ACCT-PREFIX
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FEE-OFCK-AMOUNT > 0
                       MOVE FEE-OFCK-AMOUNT TO WS-OFCK-FEE
                   END-IF
           END-READ

           COMPUTE WS-OFCK-TOTAL = WS-CASH-AMOUNT + WS-OFCK-FEE
           CALL "AVAILBAL" USING WS-CASH-ACCT-ID MST-BALANCE
               WS-AVAIL-BALANCE
           IF (WS-AVAIL-BALANCE - WS-OFCK-TOTAL) < 0
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "WOULD OVERDRAW ACCOUNT" TO WS-REJECT-REASON
               GO TO 7610-EXIT
           END-IF

           MOVE MST-ACCT-NAME TO WS-OFCK-REMITTER
           PERFORM 7620-FIND-REMITTER THRU 7620-EXIT

           MOVE WS-CASH-ACCT-ID TO WS-PENALTY-ACCT-ID
           MOVE WS-CASH-AMOUNT TO WS-PENALTY-BASE
           PERFORM 4150-CHECK-TERM-DEPOSIT THRU 4150-EXIT

           MOVE WS-CASH-ACCT-ID TO WS-FROM-ACCT-ID
           MOVE SPACES TO WS-TO-ACCT-ID
           MOVE WS-CASH-AMOUNT TO WS-TRANSFER-AMT
           PERFORM 4320-CHECK-VELOCITY
           IF WS-TRANSFER-REJECTED
               GO TO 7610-EXIT
           END-IF
           PERFORM 4380-CHECK-TELLER-LIMITS THRU 4380-EXIT
           IF WS-TRANSFER-REJECTED
               GO TO 7610-EXIT
           END-IF

           MOVE WS-CASH-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
           IF MST-UPDATE-SEQ NOT = WS-CASH-UPDATE-SEQ
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "RECORD CHANGED - RETRY" TO WS-REJECT-REASON
               DISPLAY "ACCT-TELR: update collision on "
                       MST-ACCT-ID
               GO TO 7610-EXIT
           END-IF
           SUBTRACT WS-OFCK-TOTAL FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-TRANSFER-REJECTED TO TRUE
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   GO TO 7610-EXIT
           END-REWRITE
           ADD WS-CASH-AMOUNT TO WS-TELLER-DAILY-USED

           IF WS-PENALTY-AMOUNT NOT = 0
               PERFORM 4600-POST-EW-PENALTY
           END-IF.

       7610-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The remitter printed on the check is the account's
      * primary owner off CUSTXREF, named the FORMAT-NAME way;
      * an account with no primary row keeps the account name.
      *----------------------------------------------------------
       7620-FIND-REMITTER.
           MOVE WS-CASH-ACCT-ID TO XREF-ACCT-ID
           MOVE LOW-VALUES TO XREF-CUST-NO
           START CUST-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   GO TO 7620-EXIT
           END-START
           MOVE "N" TO WS-OFCK-OWNER-DONE-SW
           PERFORM 7625-READ-NEXT-OWNER THRU 7625-EXIT
               UNTIL WS-OFCK-OWNER-DONE.

       7620-EXIT.
           EXIT.

       7625-READ-NEXT-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-OFCK-OWNER-DONE TO TRUE
                   GO TO 7625-EXIT
           END-READ
           IF XREF-ACCT-ID NOT = WS-CASH-ACCT-ID
               SET WS-OFCK-OWNER-DONE TO TRUE
               GO TO 7625-EXIT
           END-IF
           IF NOT XREF-ROLE-PRIMARY
               GO TO 7625-EXIT
           END-IF
           SET WS-OFCK-OWNER-DONE TO TRUE
           MOVE XREF-CUST-NO TO CUS-CUST-NO
           READ CUST-MASTER-FILE
               INVALID KEY
                   GO TO 7625-EXIT
           END-READ
           PERFORM 3800-FORMAT-CUSTOMER-NAME
           MOVE WS-CUST-FULL-NAME TO WS-OFCK-REMITTER.

       7625-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Queue the check for the back office's print run.  The
      * account has already been debited, so a request that
      * cannot be written goes to the suspense path to be keyed
      * by hand rather than being lost.
      *----------------------------------------------------------
       7650-QUEUE-OFFICIAL-CHECK.
           MOVE WS-CASH-AMOUNT TO DISB-AMOUNT
           MOVE SPACES TO DISB-PAYEE-ID
           MOVE WS-CASH-ACCT-ID TO DISB-REMIT-ACCT-ID
           MOVE WS-OFCK-REMITTER TO DISB-REMITTER
           MOVE WS-OFCK-AUDIT-SEQ-NO TO DISB-AUDIT-SEQ-NO
           WRITE DISB-REQUEST
           IF WS-OFCK-FILE-STATUS = "00"
               DISPLAY "ACCT-TELR: OFFICIAL CHECK QUEUED - AUDIT SEQ "
                       WS-OFCK-AUDIT-SEQ-NO
           ELSE
               DISPLAY "ACCT-TELR: OFFICIAL CHECK NOT QUEUED - "
                       "SUSPENSE RAISED"
               MOVE "OFCK NOT QUEUED" TO WS-SUSP-REASON
               MOVE SPACES TO WS-SUSP-IMAGE
               MOVE DISB-REQUEST TO WS-SUSP-IMAGE
               CALL "SUSPWRIT" USING WS-SUSP-SOURCE WS-SUSP-REASON
                   WS-SUSP-IMAGE
           END-IF.

       7680-LOG-OFFICIAL-CHECK.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-WITHDRAW TO TRUE
           MOVE WS-CASH-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE SPACES TO AUDIT-TO-ACCT-ID
           MOVE WS-CASH-AMOUNT TO AUDIT-AMOUNT
           MOVE "OFCK" TO AUDIT-REASON-CODE
           IF WS-TRANSFER-REJECTED
               SET AUDIT-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO AUDIT-REJECT-REASON
           ELSE
               SET AUDIT-POSTED TO TRUE
               MOVE SPACES TO AUDIT-REJECT-REASON
           END-IF
           MOVE SPACE TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE WS-TELLER-ID TO AUDIT-TELLER-ID
           MOVE WS-TELLER-BRANCH TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD
           MOVE AUDIT-SEQ-NO TO WS-OFCK-AUDIT-SEQ-NO.

       7690-LOG-OFFICIAL-CHECK-FEE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-FEE TO TRUE
           MOVE WS-CASH-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE SPACES TO AUDIT-TO-ACCT-ID
           MOVE WS-OFCK-FEE TO AUDIT-AMOUNT
           MOVE "OFCF" TO AUDIT-REASON-CODE
           SET AUDIT-POSTED TO TRUE
           MOVE SPACES TO AUDIT-REJECT-REASON
           MOVE SPACE TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE WS-TELLER-ID TO AUDIT-TELLER-ID
           MOVE WS-TELLER-BRANCH TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------
      * Loan payoff quote: what it takes to close an installment
      * loan on the date the customer names (blank for today),
      * priced by LOANQUOT off the loan's collected-through
      * position.  Read-only, so it is answered inside the batch
      * window too.
      *----------------------------------------------------------
       7700-LOAN-PAYOFF-QUOTE.
           DISPLAY "ENTER LOAN ACCOUNT ID" WITH NO ADVANCING
           ACCEPT WS-FROM-ACCT-ID
           DISPLAY "PAYOFF DATE YYYYMMDD (BLANK = TODAY)"
               WITH NO ADVANCING
           ACCEPT WS-QUOTE-DATE-TEXT
           IF WS-QUOTE-DATE-TEXT = SPACES
               ACCEPT WS-QUOTE-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-QUOTE-DATE-TEXT IS NOT NUMERIC
                   DISPLAY "ACCT-TELR: INVALID PAYOFF DATE"
                   GO TO 7700-EXIT
               END-IF
               MOVE WS-QUOTE-DATE-TEXT TO WS-QUOTE-DATE
           END-IF

           CALL "LOANQUOT" USING WS-FROM-ACCT-ID WS-QUOTE-DATE
               WS-QUOTE-PRINCIPAL WS-QUOTE-INTEREST WS-QUOTE-PER-DIEM
               WS-QUOTE-PAYOFF WS-QUOTE-FLAG
           IF WS-QUOTE-PAID-OFF
               DISPLAY "ACCT-TELR: LOAN ALREADY PAID OFF"
               GO TO 7700-EXIT
           END-IF
           IF NOT WS-QUOTE-OK
               DISPLAY "ACCT-TELR: NOT AN INSTALLMENT LOAN"
               GO TO 7700-EXIT
           END-IF

           DISPLAY "PAYOFF QUOTE " WS-FROM-ACCT-ID
                   " AS OF " WS-QUOTE-DATE
           MOVE WS-QUOTE-PRINCIPAL TO WS-EDIT-DRAWER
           DISPLAY "  PRINCIPAL: " WS-EDIT-DRAWER
           MOVE WS-QUOTE-INTEREST TO WS-EDIT-DRAWER
           DISPLAY "  INTEREST:  " WS-EDIT-DRAWER
           MOVE WS-QUOTE-PAYOFF TO WS-EDIT-DRAWER
           DISPLAY "  PAYOFF:    " WS-EDIT-DRAWER
           MOVE WS-QUOTE-PER-DIEM TO WS-EDIT-DRAWER
           DISPLAY "  PER DIEM:  " WS-EDIT-DRAWER.

       7700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Stop payment: the customer names the account and the
      * check number, and optionally the amount (blank or zero
      * stops the check at any amount).  The account passes the
      * cash-path validation first.  The order goes straight onto
      * the stop file even inside the batch window - nothing in
      * the cycle updates it, and a stop placed late must still
      * catch the next clearing run.  An order already on file
      * for the same check is renewed for a fresh term.
      *----------------------------------------------------------
       7800-PLACE-STOP-PAYMENT.
           PERFORM 7810-ENTER-STOP-ORDER THRU 7810-EXIT
           PERFORM 7890-LOG-STOP-PAYMENT
           IF WS-TRANSFER-REJECTED
               DISPLAY "ACCT-TELR: STOP PAYMENT REFUSED - "
                       WS-REJECT-REASON
           ELSE
               IF WS-STOP-RENEWAL
                   DISPLAY "ACCT-TELR: STOP PAYMENT RENEWED TO "
                           STOP-EXPIRY-DATE
               ELSE
                   DISPLAY "ACCT-TELR: STOP PAYMENT PLACED TO "
                           STOP-EXPIRY-DATE
               END-IF
           END-IF.

       7810-ENTER-STOP-ORDER.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-STOP-RENEWAL-SW
           MOVE 0 TO WS-STOP-AMOUNT

           DISPLAY "STOP ON ACCOUNT ID" WITH NO ADVANCING
           ACCEPT WS-CASH-ACCT-ID
           DISPLAY "CHECK NUMBER" WITH NO ADVANCING
           ACCEPT WS-STOP-CHECK-TEXT
           DISPLAY "CHECK AMOUNT (BLANK = ANY)" WITH NO ADVANCING
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT NOT = SPACES
               COMPUTE WS-STOP-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           END-IF

           IF WS-STOP-CHECK-TEXT IS NOT NUMERIC
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "CHECK NUMBER NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 7810-EXIT
           END-IF

           PERFORM 5100-VALIDATE-CASH-ACCOUNT THRU 5100-EXIT
           IF WS-TRANSFER-REJECTED
               GO TO 7810-EXIT
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CASH-ACCT-ID TO STOP-ACCT-ID
           MOVE WS-STOP-CHECK-TEXT TO STOP-CHECK-NO
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STOP-RENEWAL TO TRUE
           END-READ

           MOVE WS-CASH-ACCT-ID TO STOP-ACCT-ID
           MOVE WS-STOP-CHECK-TEXT TO STOP-CHECK-NO
           MOVE WS-STOP-AMOUNT TO STOP-AMOUNT
           MOVE WS-CURRENT-DATE TO STOP-PLACED-DATE
           COMPUTE WS-STOP-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               + WS-STOP-DAYS
           COMPUTE STOP-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-STOP-WORK-INTEGER)
           SET STOP-ACTIVE TO TRUE
           MOVE WS-TELLER-ID TO STOP-TELLER-ID
           MOVE WS-TELLER-BRANCH TO STOP-BRANCH
           IF WS-STOP-RENEWAL
               REWRITE STOP-RECORD
                   INVALID KEY
                       SET WS-TRANSFER-REJECTED TO TRUE
                       MOVE "STOP FILE WRITE FAILED"
                           TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               MOVE 0 TO STOP-LAST-HIT-DATE
               WRITE STOP-RECORD
                   INVALID KEY
                       SET WS-TRANSFER-REJECTED TO TRUE
                       MOVE "STOP FILE WRITE FAILED"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.

       7810-EXIT.
           EXIT.

       7890-LOG-STOP-PAYMENT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-MAINT TO TRUE
           MOVE SPACES TO AUDIT-FROM-ACCT-ID
           MOVE WS-CASH-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE WS-STOP-AMOUNT TO AUDIT-AMOUNT
           MOVE "STOP" TO AUDIT-REASON-CODE
           IF WS-TRANSFER-REJECTED
               SET AUDIT-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO AUDIT-REJECT-REASON
           ELSE
               SET AUDIT-POSTED TO TRUE
               MOVE SPACES TO AUDIT-REJECT-REASON
           END-IF
           MOVE SPACE TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE WS-TELLER-ID TO AUDIT-TELLER-ID
           MOVE WS-TELLER-BRANCH TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------
      * NSF fee reversal: the branch refunds an NSF item fee as a
      * credit to the account, through the cash-path validation
      * and the same update-sequence guard as a deposit.  No cash
      * crosses the drawer.  The refund posts against the master,
      * so it is refused inside the batch window and taken again
      * once the cycle is done.  It is logged as a FEE entry on
      * the credit side under reason NSFR; it does not give the
      * account back an item against the day's NSF fee cap.
      * Only a fee actually charged can be refunded: NSFOPEN
      * totals the account's posted NSFF fees on the trail less
      * the NSFR reversals already granted, and nothing is
      * reversed past that.  More than one fee - the FEESCHED NSF
      * item fee for the account type, or the last one charged
      * where the type has none - goes to the supervisor override.
      *----------------------------------------------------------
       7900-REVERSE-NSF-FEE.
           PERFORM 7910-POST-FEE-REVERSAL THRU 7910-EXIT
           PERFORM 7990-LOG-FEE-REVERSAL
           IF WS-TRANSFER-REJECTED
               DISPLAY "ACCT-TELR: FEE REVERSAL REFUSED - "
                       WS-REJECT-REASON
           ELSE
               MOVE "R" TO WS-NSF-FUNCTION
               CALL "NSFOPEN" USING WS-NSF-FUNCTION WS-CASH-ACCT-ID
                   WS-CASH-AMOUNT WS-NSF-FEES-OPEN WS-NSF-LAST-FEE
               DISPLAY "ACCT-TELR: NSF FEE REVERSED"
           END-IF.

       7910-POST-FEE-REVERSAL.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           DISPLAY "REVERSE FEE ON ACCOUNT ID" WITH NO ADVANCING
           ACCEPT WS-CASH-ACCT-ID
           DISPLAY "FEE AMOUNT TO REVERSE" WITH NO ADVANCING
           ACCEPT WS-AMOUNT-TEXT
           COMPUTE WS-CASH-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TEXT)

           IF WS-CASH-AMOUNT NOT > 0
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
               GO TO 7910-EXIT
           END-IF

           IF WS-BATCH-WINDOW
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "BATCH CYCLE RUNNING - RETRY"
                   TO WS-REJECT-REASON
               GO TO 7910-EXIT
           END-IF

           PERFORM 5100-VALIDATE-CASH-ACCOUNT THRU 5100-EXIT
           IF WS-TRANSFER-REJECTED
               GO TO 7910-EXIT
           END-IF

           MOVE "Q" TO WS-NSF-FUNCTION
           CALL "NSFOPEN" USING WS-NSF-FUNCTION WS-CASH-ACCT-ID
               WS-CASH-AMOUNT WS-NSF-FEES-OPEN WS-NSF-LAST-FEE
           IF WS-NSF-FEES-OPEN NOT > 0
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "NO NSF FEE TO REVERSE" TO WS-REJECT-REASON
               GO TO 7910-EXIT
           END-IF
           IF WS-CASH-AMOUNT > WS-NSF-FEES-OPEN
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "MORE THAN NSF FEES CHARGED" TO WS-REJECT-REASON
               GO TO 7910-EXIT
           END-IF

           MOVE WS-NSF-LAST-FEE TO WS-NSF-REVERSAL-CAP
           MOVE WS-CASH-ACCT-ID(1:3) TO FEE-ACCT-PREFIX
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FEE-NSF-AMOUNT > 0
                       MOVE FEE-NSF-AMOUNT TO WS-NSF-REVERSAL-CAP
                   END-IF
           END-READ
           IF WS-CASH-AMOUNT > WS-NSF-REVERSAL-CAP
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CASH-AMOUNT TO WS-TRANSFER-AMT
               MOVE "REVERSAL OVER ONE NSF FEE" TO WS-OVERRIDE-REASON
               PERFORM 4390-SUPERVISOR-OVERRIDE THRU 4390-EXIT
               IF NOT WS-OVERRIDE-APPROVED
                   SET WS-TRANSFER-REJECTED TO TRUE
                   MOVE "OVER ONE NSF FEE - NO OVERRIDE"
                       TO WS-REJECT-REASON
                   GO TO 7910-EXIT
               END-IF
           END-IF

           MOVE WS-CASH-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
           IF MST-UPDATE-SEQ NOT = WS-CASH-UPDATE-SEQ
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "RECORD CHANGED - RETRY" TO WS-REJECT-REASON
               DISPLAY "ACCT-TELR: update collision on "
                       MST-ACCT-ID
               GO TO 7910-EXIT
           END-IF
           ADD WS-CASH-AMOUNT TO MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-TRANSFER-REJECTED TO TRUE
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.

       7910-EXIT.
           EXIT.

       7990-LOG-FEE-REVERSAL.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-FEE TO TRUE
           MOVE SPACES TO AUDIT-FROM-ACCT-ID
           MOVE WS-CASH-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE WS-CASH-AMOUNT TO AUDIT-AMOUNT
           MOVE "NSFR" TO AUDIT-REASON-CODE
           IF WS-TRANSFER-REJECTED
               SET AUDIT-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO AUDIT-REJECT-REASON
           ELSE
               SET AUDIT-POSTED TO TRUE
               MOVE SPACES TO AUDIT-REJECT-REASON
           END-IF
           MOVE SPACE TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE WS-TELLER-ID TO AUDIT-TELLER-ID
           MOVE WS-TELLER-BRANCH TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------
      * End-of-session drawer balancing: show the session's cash
      * in, cash out and net movement, take the declared closing
