      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: nightly installment loan payment posting.  Walks
      * the LOANMSTR instrument file and, for every active loan,
      * collects each installment on the LOANSCHD schedule that has
      * fallen due on or before the business date, oldest first.
      * The linked deposit account goes through the same CKDIGIT,
      * FROZEN/CLOSED and available-balance checks as the other
      * transfer paths; a collected installment posts the whole
      * payment from the linked account to the loan account as a
      * TRANSFER under reason LNPY, and its interest part is
      * charged back onto the loan as a FINCHG under reason LNIN -
      * so the loan's balance comes down by the principal part
      * only, the interest lands in GL income, and both halves of
      * the split are on the audit trail.
      *
      * An installment the linked account cannot cover is marked
      * unpaid on the schedule, counted on the loan's unpaid
      * installments and past-due amount, and listed on the
      * exception report; collection of that loan stops there and
      * the oldest unpaid installment is retried every night until
      * it is collected.  A funds reject charges the linked account
      * its NSF item fee (via NSFFEE) the first night the
      * installment goes unpaid.  Collecting the last installment
      * pays the loan off and closes its master account.  The
      * CYCLDATE control row refuses a second run for the same
      * business date, the ACCT-MATR guard.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-ACCT-ID
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS WS-LSCH-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CYCLE-DATE-CONTROL-FILE ASSIGN TO "CYCLDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCL-STEP-NAME
               FILE STATUS IS WS-CYCL-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "LNPYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANSCHD.

           COPY ACCTFILE.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  CYCLE-DATE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CYCLCTL.

       FD  EXCEPTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC X(02).
       01  WS-LSCH-FILE-STATUS       PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-CYCL-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-TIME           PIC 9(08).
       01  WS-CYCL-ON-FILE-SW        PIC X(01) VALUE "N".
           88  WS-CYCL-ON-FILE           VALUE "Y".

       01  WS-REJECT-FLAG            PIC X(01) VALUE "N".
           88  WS-PAYMENT-REJECTED       VALUE "Y".
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-FUNDS-REJECT-SW        PIC X(01) VALUE "N".
           88  WS-FUNDS-REJECTED         VALUE "Y".
       01  WS-LOAN-DONE-SW           PIC X(01) VALUE "N".
           88  WS-LOAN-DONE              VALUE "Y".
       01  WS-WAS-UNPAID-SW          PIC X(01) VALUE "N".
           88  WS-WAS-UNPAID             VALUE "Y".

       01  WS-CKDIGIT-VALID-FLAG     PIC X(01) VALUE "N".
           88  WS-CKDIGIT-VALID          VALUE "Y".

       01  WS-LINKED-BALANCE         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-AVAIL-BALANCE          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-LINKED-UPDATE-SEQ      PIC 9(09) VALUE 0.
       01  WS-LOAN-UPDATE-SEQ        PIC 9(09) VALUE 0.

       01  WS-NSF-FEE-AMOUNT         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-NSF-FLAG               PIC X(01) VALUE "N".
           88  WS-NSF-CHARGE             VALUE "Y".

       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-LOANS-READ         PIC 9(06) VALUE 0.
           05  WS-INSTS-COLLECTED    PIC 9(06) VALUE 0.
           05  WS-INSTS-UNPAID       PIC 9(06) VALUE 0.
           05  WS-LOANS-PAID-OFF     PIC 9(06) VALUE 0.
           05  WS-NSF-FEES-CHARGED   PIC 9(06) VALUE 0.
           05  WS-TOTAL-COLLECTED    PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-INTEREST     PIC S9(9)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 0100-CHECK-CYCLE-DATE

           OPEN I-O LOAN-MASTER-FILE
           OPEN I-O LOAN-SCHEDULE-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-TRAIL-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           PERFORM 1000-PROCESS-LOAN
               UNTIL WS-LOAN-FILE-STATUS = "10"

           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE EXCEPTION-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           PERFORM 9000-RECORD-CYCLE-DATE

           DISPLAY "LOAN-POST: loans read          " WS-LOANS-READ
           DISPLAY "LOAN-POST: installments posted " WS-INSTS-COLLECTED
           DISPLAY "LOAN-POST: installments unpaid " WS-INSTS-UNPAID
           DISPLAY "LOAN-POST: loans paid off      " WS-LOANS-PAID-OFF
           DISPLAY "LOAN-POST: NSF fees            "
                   WS-NSF-FEES-CHARGED
           MOVE WS-TOTAL-COLLECTED TO WS-EDIT-AMOUNT
           DISPLAY "LOAN-POST: total collected     " WS-EDIT-AMOUNT
           MOVE WS-TOTAL-INTEREST TO WS-EDIT-AMOUNT
           DISPLAY "LOAN-POST: of which interest   " WS-EDIT-AMOUNT
           STOP RUN.

      *----------------------------------------------------------
      * Refuse a second run for the same business date - collecting
      * the same installment twice after a rerun cannot happen off
      * the schedule, but the NSF fee and the report would repeat.
      *----------------------------------------------------------
       0100-CHECK-CYCLE-DATE.
           OPEN I-O CYCLE-DATE-CONTROL-FILE
           IF WS-CYCL-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-DATE-CONTROL-FILE
               CLOSE CYCLE-DATE-CONTROL-FILE
               OPEN I-O CYCLE-DATE-CONTROL-FILE
           END-IF
           MOVE "LOANPOST" TO CYCL-STEP-NAME
           READ CYCLE-DATE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CYCL-ON-FILE TO TRUE
                   IF CYCL-LAST-CYCLE-DATE = WS-CURRENT-DATE
                       DISPLAY "LOAN-POST: ALREADY RAN FOR "
                               WS-CURRENT-DATE " - RUN REFUSED"
                       CLOSE CYCLE-DATE-CONTROL-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       9000-RECORD-CYCLE-DATE.
           MOVE "LOANPOST" TO CYCL-STEP-NAME
           MOVE WS-CURRENT-DATE TO CYCL-LAST-CYCLE-DATE
           IF WS-CYCL-ON-FILE
               REWRITE CYCL-RECORD
           ELSE
               WRITE CYCL-RECORD
           END-IF
           CLOSE CYCLE-DATE-CONTROL-FILE.

       1000-PROCESS-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LOAN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   IF LOAN-ACTIVE
                       PERFORM 2000-COLLECT-ONE-LOAN
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Collect every due installment of one loan, oldest first,
      * stopping at the first one not yet due, the first one the
      * linked account cannot pay, or pay-off.  The loan record
      * is rewritten once with its new position.
      *----------------------------------------------------------
       2000-COLLECT-ONE-LOAN.
           MOVE "N" TO WS-LOAN-DONE-SW
           PERFORM 2100-COLLECT-ONE-INSTALLMENT THRU 2100-EXIT
               UNTIL WS-LOAN-DONE
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "LOAN-POST: rewrite failed for "
                           LOAN-ACCT-ID
           END-REWRITE.

       2100-COLLECT-ONE-INSTALLMENT.
           IF NOT LOAN-ACTIVE
               SET WS-LOAN-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE LOAN-ACCT-ID TO LSCH-ACCT-ID
           MOVE LOAN-NEXT-INST-NO TO LSCH-INST-NO
           READ LOAN-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "LOAN-POST: no schedule row for "
                           LOAN-ACCT-ID " " LOAN-NEXT-INST-NO
                   SET WS-LOAN-DONE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF LSCH-DUE-DATE > WS-CURRENT-DATE
               SET WS-LOAN-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF

           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-FUNDS-REJECT-SW
           MOVE "N" TO WS-WAS-UNPAID-SW
           IF LSCH-UNPAID
               SET WS-WAS-UNPAID TO TRUE
           END-IF

           PERFORM 2200-VALIDATE-LINKED-ACCOUNT THRU 2200-EXIT
           IF NOT WS-PAYMENT-REJECTED
               PERFORM 2250-VALIDATE-LOAN-ACCOUNT THRU 2250-EXIT
           END-IF
           IF NOT WS-PAYMENT-REJECTED
               PERFORM 2300-CHECK-FUNDS
           END-IF
           IF NOT WS-PAYMENT-REJECTED
               PERFORM 2400-POST-PAYMENT THRU 2400-EXIT
           END-IF
           PERFORM 2900-LOG-PAYMENT

           IF WS-PAYMENT-REJECTED
               PERFORM 3000-MARK-INSTALLMENT-UNPAID THRU 3000-EXIT
               SET WS-LOAN-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF

           PERFORM 2950-LOG-INTEREST THRU 2950-EXIT
           PERFORM 4000-MARK-INSTALLMENT-PAID.

       2100-EXIT.
           EXIT.

       2200-VALIDATE-LINKED-ACCOUNT.
           CALL "CKDIGIT" USING LOAN-LINKED-ACCT-ID
               WS-CKDIGIT-VALID-FLAG
           IF NOT WS-CKDIGIT-VALID
               SET WS-PAYMENT-REJECTED TO TRUE
               MOVE "LINKED CHECK DIGIT INVALID" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE LOAN-LINKED-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-PAYMENT-REJECTED TO TRUE
                   MOVE "LINKED ACCOUNT NOT FOUND" TO WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ

           IF MST-FROZEN OR MST-CLOSED
               SET WS-PAYMENT-REJECTED TO TRUE
               MOVE "LINKED ACCOUNT FROZEN/CLOSED"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE MST-BALANCE TO WS-LINKED-BALANCE
           MOVE MST-UPDATE-SEQ TO WS-LINKED-UPDATE-SEQ.

       2200-EXIT.
           EXIT.

       2250-VALIDATE-LOAN-ACCOUNT.
           MOVE LOAN-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-PAYMENT-REJECTED TO TRUE
                   MOVE "LOAN ACCOUNT NOT ON MASTER"
                       TO WS-REJECT-REASON
                   GO TO 2250-EXIT
           END-READ
           IF NOT MST-ACTIVE
               SET WS-PAYMENT-REJECTED TO TRUE
               MOVE "LOAN ACCOUNT NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF
           MOVE MST-UPDATE-SEQ TO WS-LOAN-UPDATE-SEQ.

       2250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The installment runs against the available balance
      * (ledger minus open deposit holds, via AVAILBAL), the same
      * rule every other money-out path enforces.
      *----------------------------------------------------------
       2300-CHECK-FUNDS.
           CALL "AVAILBAL" USING LOAN-LINKED-ACCT-ID
               WS-LINKED-BALANCE WS-AVAIL-BALANCE
           IF (WS-AVAIL-BALANCE - LSCH-PAYMENT) < 0
               SET WS-PAYMENT-REJECTED TO TRUE
               MOVE "INSUFFICIENT FUNDS FOR PAYMENT"
                   TO WS-REJECT-REASON
               SET WS-FUNDS-REJECTED TO TRUE
           END-IF.

      *----------------------------------------------------------
      * The whole payment out of the linked account and into the
      * loan, less the interest part charged back onto the loan -
      * one rewrite per account, both sequences verified first.
      *----------------------------------------------------------
       2400-POST-PAYMENT.
           MOVE LOAN-LINKED-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-PAYMENT-REJECTED TO TRUE
                   MOVE "LINKED ACCT NOT FOUND" TO WS-REJECT-REASON
                   GO TO 2400-EXIT
           END-READ
           IF MST-UPDATE-SEQ NOT = WS-LINKED-UPDATE-SEQ
               SET WS-PAYMENT-REJECTED TO TRUE
               MOVE "RECORD CHANGED - RETRY" TO WS-REJECT-REASON
               DISPLAY "LOAN-POST: update collision on "
                       MST-ACCT-ID
               GO TO 2400-EXIT
           END-IF
           MOVE LOAN-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-PAYMENT-REJECTED TO TRUE
                   MOVE "LOAN ACCT NOT FOUND" TO WS-REJECT-REASON
                   GO TO 2400-EXIT
           END-READ
           IF MST-UPDATE-SEQ NOT = WS-LOAN-UPDATE-SEQ
               SET WS-PAYMENT-REJECTED TO TRUE
               MOVE "RECORD CHANGED - RETRY" TO WS-REJECT-REASON
               DISPLAY "LOAN-POST: update collision on "
                       MST-ACCT-ID
               GO TO 2400-EXIT
           END-IF

      *    The linked account is debited first; if it will not
      *    take the debit the loan is not touched and the
      *    installment goes unpaid.  A loan account that then
      *    will not take the credit has the debit put back.
           MOVE LOAN-LINKED-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-PAYMENT-REJECTED TO TRUE
                   MOVE "LINKED ACCT NOT FOUND" TO WS-REJECT-REASON
                   GO TO 2400-EXIT
           END-READ
           SUBTRACT LSCH-PAYMENT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-PAYMENT-REJECTED TO TRUE
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   DISPLAY "LOAN-POST: rewrite failed for "
                           MST-ACCT-ID
                   GO TO 2400-EXIT
           END-REWRITE

           MOVE LOAN-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-PAYMENT-REJECTED TO TRUE
                   MOVE "LOAN ACCT NOT FOUND" TO WS-REJECT-REASON
                   PERFORM 2450-RESTORE-LINKED-ACCOUNT
                   GO TO 2400-EXIT
           END-READ
           ADD LSCH-PAYMENT TO MST-BALANCE
           SUBTRACT LSCH-INTEREST FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-PAYMENT-REJECTED TO TRUE
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   DISPLAY "LOAN-POST: rewrite failed for "
                           MST-ACCT-ID
                   PERFORM 2450-RESTORE-LINKED-ACCOUNT
           END-REWRITE.

       2400-EXIT.
           EXIT.

       2450-RESTORE-LINKED-ACCOUNT.
           MOVE LOAN-LINKED-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN-POST: DEBIT NOT RESTORED ON "
                           MST-ACCT-ID
           END-READ
           IF WS-ACCT-FILE-STATUS = "00"
               ADD LSCH-PAYMENT TO MST-BALANCE
               ADD 1 TO MST-UPDATE-SEQ
               REWRITE MST-ACCOUNT
                   INVALID KEY
                       DISPLAY "LOAN-POST: DEBIT NOT RESTORED ON "
                               MST-ACCT-ID
               END-REWRITE
           END-IF.

      *----------------------------------------------------------
      * Record the collection attempt on the audit trail, posted
      * or rejected.
      *----------------------------------------------------------
       2900-LOG-PAYMENT.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-TRANSFER TO TRUE
           MOVE LOAN-LINKED-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE LOAN-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE LSCH-PAYMENT TO AUDIT-AMOUNT
           MOVE "LNPY" TO AUDIT-REASON-CODE
           IF WS-PAYMENT-REJECTED
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
           MOVE SPACES TO AUDIT-TELLER-ID
           MOVE SPACES TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------
      * The interest part of a collected installment, charged
      * onto the loan the way ACCT-FINC charges a credit account,
      * so GL-POST books it to interest income.
      *----------------------------------------------------------
       2950-LOG-INTEREST.
           IF LSCH-INTEREST = 0
               GO TO 2950-EXIT
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-FINCHG TO TRUE
           MOVE LOAN-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE SPACES TO AUDIT-TO-ACCT-ID
           MOVE LSCH-INTEREST TO AUDIT-AMOUNT
           MOVE "LNIN" TO AUDIT-REASON-CODE
           SET AUDIT-POSTED TO TRUE
           MOVE SPACES TO AUDIT-REJECT-REASON
           MOVE SPACE TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE SPACES TO AUDIT-TELLER-ID
           MOVE SPACES TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

       2950-EXIT.
           EXIT.

      *----------------------------------------------------------
      * An installment the linked account could not pay.  The
      * first night it goes unpaid it is counted onto the loan's
      * delinquency position and, for a funds reject, costs the
      * linked account its NSF item fee; a retry of an installment
      * already unpaid is only reported again.
      *----------------------------------------------------------
       3000-MARK-INSTALLMENT-UNPAID.
           ADD 1 TO WS-INSTS-UNPAID
           MOVE LSCH-PAYMENT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING LOAN-ACCT-ID " " LSCH-INST-NO " " LSCH-DUE-DATE " "
               WS-EDIT-AMOUNT " " LOAN-LINKED-ACCT-ID " "
               WS-REJECT-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "LOAN-POST: " LOAN-ACCT-ID " installment "
                   LSCH-INST-NO " unpaid - " WS-REJECT-REASON

           IF WS-WAS-UNPAID
               GO TO 3000-EXIT
           END-IF
           SET LSCH-UNPAID TO TRUE
           REWRITE LSCH-RECORD
               INVALID KEY
                   DISPLAY "LOAN-POST: schedule rewrite failed for "
                           LSCH-ACCT-ID " " LSCH-INST-NO
           END-REWRITE
           ADD 1 TO LOAN-UNPAID-COUNT
           ADD LSCH-PAYMENT TO LOAN-PAST-DUE-AMT
           IF WS-FUNDS-REJECTED
               PERFORM 3800-ASSESS-NSF-FEE THRU 3800-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A payment refused for funds costs the linked account its
      * NSF item fee, priced and capped by NSFFEE, the ACCT-STOR
      * way.
      *----------------------------------------------------------
       3800-ASSESS-NSF-FEE.
           CALL "NSFFEE" USING LOAN-LINKED-ACCT-ID WS-CURRENT-DATE
               WS-NSF-FEE-AMOUNT WS-NSF-FLAG
           IF NOT WS-NSF-CHARGE
               GO TO 3800-EXIT
           END-IF

           MOVE LOAN-LINKED-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 3800-EXIT
           END-READ
           SUBTRACT WS-NSF-FEE-AMOUNT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "LOAN-POST: rewrite failed for "
                           MST-ACCT-ID
                   GO TO 3800-EXIT
           END-REWRITE
           ADD 1 TO WS-NSF-FEES-CHARGED

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-FEE TO TRUE
           MOVE LOAN-LINKED-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE SPACES TO AUDIT-TO-ACCT-ID
           MOVE WS-NSF-FEE-AMOUNT TO AUDIT-AMOUNT
           MOVE "NSFF" TO AUDIT-REASON-CODE
           SET AUDIT-POSTED TO TRUE
           MOVE SPACES TO AUDIT-REJECT-REASON
           MOVE SPACE TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE SPACES TO AUDIT-TELLER-ID
           MOVE SPACES TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

       3800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A collected installment: the schedule row is marked paid,
      * an installment that had gone unpaid comes off the
      * delinquency position, and the loan's principal and
      * collected-through date move up to this row.  The last
      * installment pays the loan off.
      *----------------------------------------------------------
       4000-MARK-INSTALLMENT-PAID.
           ADD 1 TO WS-INSTS-COLLECTED
           ADD LSCH-PAYMENT TO WS-TOTAL-COLLECTED
           ADD LSCH-INTEREST TO WS-TOTAL-INTEREST

           SET LSCH-PAID TO TRUE
           MOVE WS-CURRENT-DATE TO LSCH-PAID-DATE
           REWRITE LSCH-RECORD
               INVALID KEY
                   DISPLAY "LOAN-POST: schedule rewrite failed for "
                           LSCH-ACCT-ID " " LSCH-INST-NO
           END-REWRITE

           IF WS-WAS-UNPAID
               SUBTRACT 1 FROM LOAN-UNPAID-COUNT
               SUBTRACT LSCH-PAYMENT FROM LOAN-PAST-DUE-AMT
           END-IF
           ADD 1 TO LOAN-INSTS-PAID
           MOVE LSCH-BALANCE-AFTER TO LOAN-PRINCIPAL-BAL
           MOVE LSCH-DUE-DATE TO LOAN-INT-PAID-TO
           ADD 1 TO LOAN-NEXT-INST-NO

           IF LOAN-INSTS-PAID NOT < LOAN-TERM-MONTHS
               PERFORM 5000-PAY-OFF-LOAN THRU 5000-EXIT
           END-IF.

      *----------------------------------------------------------
      * Pay-off: the loan record is marked paid, and the master
      * account - verified down to zero first, the ACCT-CLSE
      * chain - is closed with a MAINT status change on the
      * trail.  A master not at zero stays open for the branch.
      *----------------------------------------------------------
       5000-PAY-OFF-LOAN.
           SET LOAN-PAID-OFF TO TRUE
           ADD 1 TO WS-LOANS-PAID-OFF
           DISPLAY "LOAN-POST: " LOAN-ACCT-ID " paid off"

           MOVE LOAN-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 5000-EXIT
           END-READ
           IF MST-BALANCE NOT = 0
               DISPLAY "LOAN-POST: " LOAN-ACCT-ID
                       " paid off but master balance not zero"
               GO TO 5000-EXIT
           END-IF
           SET MST-CLOSED TO TRUE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "LOAN-POST: rewrite failed for "
                           MST-ACCT-ID
                   GO TO 5000-EXIT
           END-REWRITE

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-MAINT TO TRUE
           MOVE SPACES TO AUDIT-FROM-ACCT-ID
           MOVE LOAN-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE 0 TO AUDIT-AMOUNT
           MOVE "LNPO" TO AUDIT-REASON-CODE
           SET AUDIT-POSTED TO TRUE
           MOVE SPACES TO AUDIT-REJECT-REASON
           MOVE "C" TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE SPACES TO AUDIT-TELLER-ID
           MOVE SPACES TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

       5000-EXIT.
           EXIT.
