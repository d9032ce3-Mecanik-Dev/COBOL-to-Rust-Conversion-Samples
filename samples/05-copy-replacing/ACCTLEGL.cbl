      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: legal levy and garnishment order processing.
      * When a court levy or wage garnishment was served, the
      * branch froze the whole account under ACCT-MAIN, which also
      * stopped the customer's exempt funds - payroll direct
      * deposits included.  This job carries each order on the
      * LEGLORD file through its stages instead:
      *
      *   1. A newly received order restricts only what it
      *      attaches: the amount demanded, or the available
      *      balance if that is less, held by an open HOLDFILE hold
      *      under the order's own ID exactly the way a deposit
      *      hold restricts a check (AVAILBAL honours it, ACCT-HREL
      *      never releases it).  Money that arrives later is not
      *      caught by the order.
      *   2. On the answer deadline the held funds are swept to the
      *      issuing agency through the outbound payment path - the
      *      debit offsets the outbound settlement account and the
      *      item lands on an outbound payment file, the ACCT-STOR
      *      external-order chain - the hold is released, the
      *      account type's legal-processing fee is charged, and
      *      the answer letter to the agency is written.
      *   3. An order the court has released (marked V by the
      *      branch) has its hold dropped without any payment.
      *
      * Every step writes its own audit-trail entry (reason codes
      * LGLH held, LGLS swept, LGLR hold released, LGLF fee, LGLA
      * answered, LGLV vacated), because these orders get contested.
      * An order for an account not on file or closed is answered
      * at once with a rejected LGLA entry.  A sweep that cannot go
      * out - agency payee not on BENEFILE, non-USD account - keeps
      * its hold, goes on the report for the branch, and is retried
      * every night.
      *
      * Modification history:
      *   2026-10-15  The settlement account is opened with no
      *               home branch, so its postings book to head
      *               office.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-LEGL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGLORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEGL-ORDER-ID
               FILE STATUS IS WS-LEGL-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-ACCT-PREFIX
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT BENEFICIARY-FILE ASSIGN TO "BENEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BENE-ID
               FILE STATUS IS WS-BENE-FILE-STATUS.

           SELECT OUTBOUND-PAYMENT-FILE ASSIGN TO "OUTPAYMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTP-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "LEGLLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.

           SELECT LEGAL-REPORT-FILE ASSIGN TO "LEGLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEGLORD.

           COPY ACCTFILE.

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEESCHED.

       FD  BENEFICIARY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BENEREC.

       FD  OUTBOUND-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OUTPREC.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LTR-LINE                  PIC X(100).

       FD  LEGAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LEGL-FILE-STATUS       PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-HOLD-FILE-STATUS       PIC X(02).
       01  WS-FEE-FILE-STATUS        PIC X(02).
       01  WS-BENE-FILE-STATUS       PIC X(02).
       01  WS-OUTP-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-LTR-FILE-STATUS        PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-TIME           PIC 9(08).

      *    The outbound settlement account carries the offset for
      *    every external payment so GL-POST stays in balance - the
      *    same account ACCT-STOR settles its external orders to,
      *    created on the master the first time it is needed.
       01  WS-SETTLE-ACCT-ID         PIC X(12) VALUE "OPY-000-0000".

      *    A hold placed by a legal order never lapses on a date;
      *    it stays open until this job answers or vacates the
      *    order, so ACCT-HREL's nightly release passes it by.
       01  WS-LEGAL-HOLD-RELEASE     PIC 9(08) VALUE 99999999.

       01  WS-AVAIL-BALANCE          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ATTACH-AMOUNT          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-REMIT-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-FEE-AMOUNT             PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-RELEASED-AMOUNT        PIC S9(7)V99 COMP-3 VALUE 0.

       01  WS-REJECT-FLAG            PIC X(01) VALUE "N".
           88  WS-SWEEP-REJECTED         VALUE "Y".
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-RELEASE-REASON-CODE    PIC X(04) VALUE SPACES.
       01  WS-ORDER-TYPE-NAME        PIC X(11) VALUE SPACES.
       01  WS-EDIT-AMT               PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMT-2             PIC -Z,ZZZ,ZZ9.99.

      *    Decisions collected on the first pass, while AVAILBAL is
      *    free to open the hold file for itself, and applied on
      *    the second with the hold file open for update - the
      *    ACCT-ESCH two-pass split.
       01  WS-ACT-TABLE-CTL.
           05  WS-ACT-COUNT         PIC 9(04) VALUE 0.
           05  WS-ACT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ACT-COUNT
                   INDEXED BY WS-ACT-IDX WS-PRIOR-IDX.
               10  ACT-ORDER-ID     PIC X(08).
               10  ACT-ACCT-ID      PIC X(12).
               10  ACT-ACTION       PIC X(01).
                   88  ACT-PLACE-HOLD   VALUE "H".
                   88  ACT-NO-ACCOUNT   VALUE "N".
                   88  ACT-SWEEP        VALUE "S".
                   88  ACT-VACATE       VALUE "V".
               10  ACT-AMOUNT       PIC S9(7)V99 COMP-3.

       01  WS-OUTPAY-TOTALS.
           05  WS-OUTPAY-COUNT       PIC 9(06) VALUE 0.
           05  WS-OUTPAY-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-ORDERS-READ        PIC 9(06) VALUE 0.
           05  WS-HOLDS-PLACED       PIC 9(06) VALUE 0.
           05  WS-ORDERS-ANSWERED    PIC 9(06) VALUE 0.
           05  WS-ORDERS-VACATED     PIC 9(06) VALUE 0.
           05  WS-SWEEPS-FAILED      PIC 9(06) VALUE 0.
           05  WS-FEES-CHARGED       PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME

      *    Pass 1: decide, with the hold file left to AVAILBAL.
           OPEN INPUT LEGAL-ORDER-FILE
           OPEN INPUT ACCT-MASTER-FILE
           PERFORM 2000-ASSESS-ORDER
               UNTIL WS-LEGL-FILE-STATUS = "10"
           CLOSE LEGAL-ORDER-FILE
           CLOSE ACCT-MASTER-FILE

      *    Pass 2: apply the decisions and write the audit chain.
           OPEN I-O LEGAL-ORDER-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           OPEN INPUT FEE-SCHEDULE-FILE
           OPEN INPUT BENEFICIARY-FILE
           OPEN OUTPUT OUTBOUND-PAYMENT-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT LEGAL-REPORT-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-TRAIL-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           PERFORM 5000-APPLY-ONE-DECISION THRU 5000-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT

           PERFORM 5800-WRITE-OUTPAY-TRAILER

           CLOSE LEGAL-ORDER-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE HOLD-FILE
           CLOSE FEE-SCHEDULE-FILE
           CLOSE BENEFICIARY-FILE
           CLOSE OUTBOUND-PAYMENT-FILE
           CLOSE LETTER-FILE
           CLOSE LEGAL-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE

           DISPLAY "ACCT-LEGL: orders read      " WS-ORDERS-READ
           DISPLAY "ACCT-LEGL: holds placed     " WS-HOLDS-PLACED
           DISPLAY "ACCT-LEGL: orders answered  " WS-ORDERS-ANSWERED
           DISPLAY "ACCT-LEGL: orders vacated   " WS-ORDERS-VACATED
           DISPLAY "ACCT-LEGL: sweeps failed    " WS-SWEEPS-FAILED
           DISPLAY "ACCT-LEGL: fees charged     " WS-FEES-CHARGED
           DISPLAY "ACCT-LEGL: outbound items   " WS-OUTPAY-COUNT
           STOP RUN.

      *----------------------------------------------------------
      * Assess one order: what happens next depends on its stage.
      * Answered and vacated orders are history and left alone.
      *----------------------------------------------------------
       2000-ASSESS-ORDER.
           READ LEGAL-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LEGL-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ORDERS-READ
                   PERFORM 2100-ASSESS-ONE-ORDER THRU 2100-EXIT
           END-READ.

       2100-ASSESS-ONE-ORDER.
           IF WS-ACT-COUNT = 500
               DISPLAY "ACCT-LEGL: decision table full"
               GO TO 2100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN LEGL-RECEIVED
                   PERFORM 2200-ASSESS-NEW-ORDER THRU 2200-EXIT
               WHEN LEGL-HELD
                   IF LEGL-ANSWER-DATE <= WS-CURRENT-DATE
                       PERFORM 2900-RECORD-DECISION
                       MOVE "S" TO ACT-ACTION(WS-ACT-IDX)
                       MOVE LEGL-HELD-AMOUNT TO ACT-AMOUNT(WS-ACT-IDX)
                   END-IF
               WHEN LEGL-RELEASE-ORDERED
                   PERFORM 2900-RECORD-DECISION
                   MOVE "V" TO ACT-ACTION(WS-ACT-IDX)
                   MOVE LEGL-HELD-AMOUNT TO ACT-AMOUNT(WS-ACT-IDX)
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A new order attaches what is available today - ledger
      * less open holds, less anything an earlier order on the
      * same account attaches in this run - up to the amount
      * demanded.  An account not on file or closed is answered
      * straight away.
      *----------------------------------------------------------
       2200-ASSESS-NEW-ORDER.
           PERFORM 2900-RECORD-DECISION
           MOVE LEGL-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO ACT-ACTION(WS-ACT-IDX)
           END-READ
           IF ACT-NO-ACCOUNT(WS-ACT-IDX)
               GO TO 2200-EXIT
           END-IF
           IF MST-CLOSED
               MOVE "N" TO ACT-ACTION(WS-ACT-IDX)
               GO TO 2200-EXIT
           END-IF

           CALL "AVAILBAL" USING LEGL-ACCT-ID MST-BALANCE
               WS-AVAIL-BALANCE
           PERFORM 2210-LESS-PRIOR-ATTACHMENT
               VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX NOT < WS-ACT-IDX

           IF WS-AVAIL-BALANCE < 0
               MOVE 0 TO WS-AVAIL-BALANCE
           END-IF
           IF WS-AVAIL-BALANCE < LEGL-DEMAND-AMOUNT
               MOVE WS-AVAIL-BALANCE TO ACT-AMOUNT(WS-ACT-IDX)
           ELSE
               MOVE LEGL-DEMAND-AMOUNT TO ACT-AMOUNT(WS-ACT-IDX)
           END-IF
           MOVE "H" TO ACT-ACTION(WS-ACT-IDX).

       2200-EXIT.
           EXIT.

       2210-LESS-PRIOR-ATTACHMENT.
           IF ACT-ACCT-ID(WS-PRIOR-IDX) = LEGL-ACCT-ID
               AND ACT-PLACE-HOLD(WS-PRIOR-IDX)
               SUBTRACT ACT-AMOUNT(WS-PRIOR-IDX) FROM WS-AVAIL-BALANCE
           END-IF.

       2900-RECORD-DECISION.
           ADD 1 TO WS-ACT-COUNT
           SET WS-ACT-IDX TO WS-ACT-COUNT
           MOVE LEGL-ORDER-ID TO ACT-ORDER-ID(WS-ACT-IDX)
           MOVE LEGL-ACCT-ID TO ACT-ACCT-ID(WS-ACT-IDX)
           MOVE SPACE TO ACT-ACTION(WS-ACT-IDX)
           MOVE 0 TO ACT-AMOUNT(WS-ACT-IDX).

      *----------------------------------------------------------
      * Apply one pass-1 decision against the order as it stands.
      *----------------------------------------------------------
       5000-APPLY-ONE-DECISION.
           MOVE ACT-ORDER-ID(WS-ACT-IDX) TO LEGL-ORDER-ID
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   DISPLAY "ACCT-LEGL: order vanished "
                           ACT-ORDER-ID(WS-ACT-IDX)
                   GO TO 5000-EXIT
           END-READ
           IF LEGL-LEVY
               MOVE "LEVY" TO WS-ORDER-TYPE-NAME
           ELSE
               MOVE "GARNISHMENT" TO WS-ORDER-TYPE-NAME
           END-IF

           EVALUATE TRUE
               WHEN ACT-PLACE-HOLD(WS-ACT-IDX)
                   PERFORM 5100-PLACE-HOLD THRU 5100-EXIT
               WHEN ACT-NO-ACCOUNT(WS-ACT-IDX)
                   PERFORM 5200-ANSWER-NO-ACCOUNT
               WHEN ACT-SWEEP(WS-ACT-IDX)
                   PERFORM 5300-SWEEP-AND-ANSWER THRU 5300-EXIT
               WHEN ACT-VACATE(WS-ACT-IDX)
                   PERFORM 5400-VACATE-ORDER
           END-EVALUATE.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Restrict the attached amount with a hold under the
      * order's own ID.  Nothing available means nothing to hold;
      * the order still waits for its deadline and is answered
      * then with nothing remitted.
      *----------------------------------------------------------
       5100-PLACE-HOLD.
           MOVE ACT-AMOUNT(WS-ACT-IDX) TO WS-ATTACH-AMOUNT
           IF WS-ATTACH-AMOUNT > 0
               MOVE LEGL-ORDER-ID TO HOLD-ID
               MOVE LEGL-ACCT-ID TO HOLD-ACCT-ID
               MOVE WS-ATTACH-AMOUNT TO HOLD-AMOUNT
               MOVE WS-LEGAL-HOLD-RELEASE TO HOLD-RELEASE-DATE
               MOVE SPACES TO HOLD-REASON
               STRING "LEGAL ORDER " LEGL-ORDER-ID
                   DELIMITED BY SIZE INTO HOLD-REASON
               SET HOLD-OPEN TO TRUE
               WRITE HOLD-RECORD
                   INVALID KEY
                       MOVE "HOLD ID ALREADY ON HOLDFILE"
                           TO WS-REJECT-REASON
                       PERFORM 5900-WRITE-EXCEPTION-LINE
                       GO TO 5100-EXIT
               END-WRITE
           END-IF

           MOVE WS-ATTACH-AMOUNT TO LEGL-HELD-AMOUNT
           SET LEGL-HELD TO TRUE
           REWRITE LEGL-RECORD
               INVALID KEY
                   DISPLAY "ACCT-LEGL: rewrite failed for "
                           LEGL-ORDER-ID
           END-REWRITE
           ADD 1 TO WS-HOLDS-PLACED
           PERFORM 7000-LOG-HOLD-PLACED

           MOVE WS-ATTACH-AMOUNT TO WS-EDIT-AMT
           MOVE LEGL-DEMAND-AMOUNT TO WS-EDIT-AMT-2
           MOVE SPACES TO RPT-LINE
           STRING LEGL-ORDER-ID " " LEGL-ACCT-ID " "
               WS-ORDER-TYPE-NAME " HELD " WS-EDIT-AMT
               " OF " WS-EDIT-AMT-2 " DEMANDED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * No account subject to the order: the answer goes back to
      * the agency at once, and the order is closed as answered.
      *----------------------------------------------------------
       5200-ANSWER-NO-ACCOUNT.
           MOVE 0 TO WS-REMIT-AMOUNT
           MOVE "ACCOUNT NOT FOUND/CLOSED" TO WS-REJECT-REASON
           PERFORM 6000-WRITE-ANSWER-LETTER

           MOVE 0 TO LEGL-HELD-AMOUNT
           MOVE 0 TO LEGL-REMITTED-AMOUNT
           MOVE WS-CURRENT-DATE TO LEGL-ANSWERED-DATE
           SET LEGL-ANSWERED TO TRUE
           REWRITE LEGL-RECORD
               INVALID KEY
                   DISPLAY "ACCT-LEGL: rewrite failed for "
                           LEGL-ORDER-ID
           END-REWRITE
           ADD 1 TO WS-ORDERS-ANSWERED
           SET WS-SWEEP-REJECTED TO TRUE
           PERFORM 7400-LOG-ANSWER
           PERFORM 5900-WRITE-EXCEPTION-LINE.

      *----------------------------------------------------------
      * The answer deadline has come: sweep the held funds to the
      * agency - never more than the ledger now carries - release
      * the hold, charge the fee, and answer.
      *----------------------------------------------------------
       5300-SWEEP-AND-ANSWER.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "LGLR" TO WS-RELEASE-REASON-CODE
           PERFORM 5310-ENSURE-SETTLEMENT-ACCT

           MOVE LEGL-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   PERFORM 5200-ANSWER-NO-ACCOUNT
                   PERFORM 5500-RELEASE-LEGAL-HOLD
                   GO TO 5300-EXIT
           END-READ

           MOVE LEGL-HELD-AMOUNT TO WS-REMIT-AMOUNT
           IF MST-BALANCE < WS-REMIT-AMOUNT
               MOVE MST-BALANCE TO WS-REMIT-AMOUNT
           END-IF
           IF WS-REMIT-AMOUNT < 0
               MOVE 0 TO WS-REMIT-AMOUNT
           END-IF

           IF WS-REMIT-AMOUNT > 0
               PERFORM 5320-VALIDATE-REMITTANCE
               IF WS-SWEEP-REJECTED
                   ADD 1 TO WS-SWEEPS-FAILED
                   PERFORM 7100-LOG-REMITTANCE
                   PERFORM 5900-WRITE-EXCEPTION-LINE
                   GO TO 5300-EXIT
               END-IF
               PERFORM 5330-POST-REMITTANCE THRU 5330-EXIT
               IF WS-SWEEP-REJECTED
                   ADD 1 TO WS-SWEEPS-FAILED
                   PERFORM 7100-LOG-REMITTANCE
                   PERFORM 5900-WRITE-EXCEPTION-LINE
                   GO TO 5300-EXIT
               END-IF
               PERFORM 5340-WRITE-OUTPAY-ITEM
               PERFORM 7100-LOG-REMITTANCE
           END-IF

           PERFORM 5500-RELEASE-LEGAL-HOLD
           PERFORM 5600-CHARGE-LEGAL-FEE THRU 5600-EXIT
           PERFORM 6000-WRITE-ANSWER-LETTER

           MOVE WS-REMIT-AMOUNT TO LEGL-REMITTED-AMOUNT
           MOVE WS-FEE-AMOUNT TO LEGL-FEE-AMOUNT
           MOVE WS-CURRENT-DATE TO LEGL-ANSWERED-DATE
           SET LEGL-ANSWERED TO TRUE
           REWRITE LEGL-RECORD
               INVALID KEY
                   DISPLAY "ACCT-LEGL: rewrite failed for "
                           LEGL-ORDER-ID
           END-REWRITE
           ADD 1 TO WS-ORDERS-ANSWERED
           PERFORM 7400-LOG-ANSWER

           MOVE WS-REMIT-AMOUNT TO WS-EDIT-AMT
           MOVE WS-FEE-AMOUNT TO WS-EDIT-AMT-2
           MOVE SPACES TO RPT-LINE
           STRING LEGL-ORDER-ID " " LEGL-ACCT-ID " "
               WS-ORDER-TYPE-NAME " ANSWERED, REMITTED "
               WS-EDIT-AMT " FEE " WS-EDIT-AMT-2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       5300-EXIT.
           EXIT.

       5310-ENSURE-SETTLEMENT-ACCT.
           MOVE WS-SETTLE-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE WS-SETTLE-ACCT-ID TO MST-ACCT-ID
                   MOVE "OUTBOUND PAYMENT SETTLEMENT"
                       TO MST-ACCT-NAME
                   MOVE 0 TO MST-BALANCE
                   MOVE 0 TO MST-INT-RATE
                   SET MST-ACTIVE TO TRUE
                   MOVE 0 TO MST-UPDATE-SEQ
                   MOVE 0 TO MST-ACCR-INT
                   MOVE "USD" TO MST-CURRENCY
                   MOVE SPACES TO MST-HOME-BRANCH
                   WRITE MST-ACCOUNT
                       INVALID KEY
                           DISPLAY "ACCT-LEGL: settlement acct "
                                   "write failed"
                   END-WRITE
           END-READ.

      *----------------------------------------------------------
      * The settlement account is USD, and the agency must be a
      * payee on the BENEFILE master for the item to go out.
      * Freezing or closing the account does not stop a sweep the
      * court has ordered.
      *----------------------------------------------------------
       5320-VALIDATE-REMITTANCE.
           IF MST-CURRENCY NOT = SPACES AND MST-CURRENCY NOT = "USD"
               SET WS-SWEEP-REJECTED TO TRUE
               MOVE "CURRENCY MISMATCH" TO WS-REJECT-REASON
           END-IF
           IF NOT WS-SWEEP-REJECTED
               MOVE LEGL-AGENCY-BENE-ID TO BENE-ID
               READ BENEFICIARY-FILE
                   INVALID KEY
                       SET WS-SWEEP-REJECTED TO TRUE
                       MOVE "AGENCY PAYEE NOT ON FILE"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

      *----------------------------------------------------------
      * Nothing moves until the settlement account is known to be
      * there; an order that cannot be paid stays pending and is
      * swept again on the next run.  A settlement account that
      * will not take the credit has the debit put back.
      *----------------------------------------------------------
       5330-POST-REMITTANCE.
           MOVE WS-SETTLE-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-SWEEP-REJECTED TO TRUE
                   MOVE "SETTLEMENT ACCT NOT FOUND"
                       TO WS-REJECT-REASON
                   GO TO 5330-EXIT
           END-READ

           MOVE LEGL-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-SWEEP-REJECTED TO TRUE
                   MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
                   GO TO 5330-EXIT
           END-READ
           SUBTRACT WS-REMIT-AMOUNT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-SWEEP-REJECTED TO TRUE
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   GO TO 5330-EXIT
           END-REWRITE

           MOVE WS-SETTLE-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-SWEEP-REJECTED TO TRUE
                   MOVE "SETTLEMENT ACCT NOT FOUND"
                       TO WS-REJECT-REASON
                   PERFORM 5335-RESTORE-ACCOUNT
                   GO TO 5330-EXIT
           END-READ
           ADD WS-REMIT-AMOUNT TO MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-SWEEP-REJECTED TO TRUE
                   MOVE "SETTLEMENT REWRITE FAILED"
                       TO WS-REJECT-REASON
                   PERFORM 5335-RESTORE-ACCOUNT
           END-REWRITE.

       5330-EXIT.
           EXIT.

       5335-RESTORE-ACCOUNT.
           MOVE LEGL-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ACCT-LEGL: DEBIT NOT RESTORED ON "
                           MST-ACCT-ID
           END-READ
           IF WS-ACCT-FILE-STATUS = "00"
               ADD WS-REMIT-AMOUNT TO MST-BALANCE
               ADD 1 TO MST-UPDATE-SEQ
               REWRITE MST-ACCOUNT
                   INVALID KEY
                       DISPLAY "ACCT-LEGL: DEBIT NOT RESTORED ON "
                               MST-ACCT-ID
               END-REWRITE
           END-IF.

       5340-WRITE-OUTPAY-ITEM.
           MOVE SPACES TO OUTP-RECORD
           MOVE "D" TO OUTP-REC-TYPE
           MOVE LEGL-ORDER-ID TO OUTP-DTL-ORDER-NO
           MOVE WS-CURRENT-DATE TO OUTP-DTL-VALUE-DATE
           MOVE BENE-ROUTING-NO TO OUTP-DTL-ROUTING-NO
           MOVE BENE-ACCT-NO TO OUTP-DTL-ACCT-NO
           MOVE BENE-NAME TO OUTP-DTL-BENE-NAME
           MOVE WS-REMIT-AMOUNT TO OUTP-DTL-AMOUNT
           WRITE OUTP-RECORD
           ADD 1 TO WS-OUTPAY-COUNT
           ADD WS-REMIT-AMOUNT TO WS-OUTPAY-TOTAL.

      *----------------------------------------------------------
      * The court released the order: drop the hold, pay nothing.
      *----------------------------------------------------------
       5400-VACATE-ORDER.
           MOVE "LGLV" TO WS-RELEASE-REASON-CODE
           PERFORM 5500-RELEASE-LEGAL-HOLD
           MOVE WS-CURRENT-DATE TO LEGL-ANSWERED-DATE
           SET LEGL-VACATED TO TRUE
           REWRITE LEGL-RECORD
               INVALID KEY
                   DISPLAY "ACCT-LEGL: rewrite failed for "
                           LEGL-ORDER-ID
           END-REWRITE
           ADD 1 TO WS-ORDERS-VACATED

           MOVE LEGL-HELD-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING LEGL-ORDER-ID " " LEGL-ACCT-ID " "
               WS-ORDER-TYPE-NAME " VACATED, RELEASED " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * Release the order's hold, if one was ever placed, and log
      * the release under the caller's reason code.
      *----------------------------------------------------------
       5500-RELEASE-LEGAL-HOLD.
           MOVE LEGL-ORDER-ID TO HOLD-ID
           READ HOLD-FILE
               INVALID KEY
                   MOVE "10" TO WS-HOLD-FILE-STATUS
           END-READ
           IF WS-HOLD-FILE-STATUS = "00" AND HOLD-OPEN
               SET HOLD-RELEASED TO TRUE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "ACCT-LEGL: hold rewrite failed for "
                               HOLD-ID
               END-REWRITE
               MOVE HOLD-AMOUNT TO WS-RELEASED-AMOUNT
               PERFORM 7200-LOG-HOLD-RELEASED
           END-IF.

      *----------------------------------------------------------
      * The legal-processing fee comes off the account type's
      * FEESCHED row; a prefix with no row, or a zero fee, is not
      * charged.  Like the NSF fee it posts whether or not it
      * takes the balance below zero.
      *----------------------------------------------------------
       5600-CHARGE-LEGAL-FEE.
           MOVE 0 TO WS-FEE-AMOUNT
           MOVE LEGL-ACCT-ID(1:3) TO FEE-ACCT-PREFIX
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   GO TO 5600-EXIT
           END-READ
           IF FEE-LEGAL-AMOUNT NOT > 0
               GO TO 5600-EXIT
           END-IF

           MOVE LEGL-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 5600-EXIT
           END-READ
           MOVE FEE-LEGAL-AMOUNT TO WS-FEE-AMOUNT
           SUBTRACT WS-FEE-AMOUNT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCT-LEGL: rewrite failed for "
                           MST-ACCT-ID
                   MOVE 0 TO WS-FEE-AMOUNT
                   GO TO 5600-EXIT
           END-REWRITE
           ADD 1 TO WS-FEES-CHARGED
           PERFORM 7300-LOG-LEGAL-FEE.

       5600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Control trailer: the payment operator proves the file
      * against this count and total before transmitting anything.
      *----------------------------------------------------------
       5800-WRITE-OUTPAY-TRAILER.
           MOVE SPACES TO OUTP-RECORD
           MOVE "T" TO OUTP-REC-TYPE
           MOVE WS-OUTPAY-COUNT TO OUTP-TRL-ITEM-COUNT
           MOVE WS-OUTPAY-TOTAL TO OUTP-TRL-TOTAL
           WRITE OUTP-RECORD.

       5900-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO RPT-LINE
           STRING LEGL-ORDER-ID " " LEGL-ACCT-ID " "
               WS-ORDER-TYPE-NAME " *** " WS-REJECT-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * The answer letter to the issuing agency: the order, the
      * account, what was demanded and what was remitted, and why
      * any shortfall.
      *----------------------------------------------------------
       6000-WRITE-ANSWER-LETTER.
           MOVE SPACES TO LTR-LINE
           MOVE LEGL-AGENCY-NAME TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "RE: " WS-ORDER-TYPE-NAME " ORDER " LEGL-ORDER-ID
               " RECEIVED " LEGL-RECEIVED-DATE
               "  ANSWERED " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO LTR-LINE
           WRITE LTR-LINE
           MOVE LEGL-DEMAND-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO LTR-LINE
           STRING "ACCOUNT " LEGL-ACCT-ID
               "   AMOUNT DEMANDED " WS-EDIT-AMT
               DELIMITED BY SIZE INTO LTR-LINE
           WRITE LTR-LINE

           MOVE SPACES TO LTR-LINE
           IF WS-REJECT-REASON = "ACCOUNT NOT FOUND/CLOSED"
               MOVE "NO OPEN ACCOUNT SUBJECT TO THIS ORDER IS HELD AT "
                   TO LTR-LINE
               WRITE LTR-LINE
               MOVE "THIS BANK.  NO FUNDS HAVE BEEN REMITTED."
                   TO LTR-LINE
               WRITE LTR-LINE
           ELSE
               MOVE WS-REMIT-AMOUNT TO WS-EDIT-AMT
               STRING "AMOUNT REMITTED " WS-EDIT-AMT
                   " BY ELECTRONIC PAYMENT ON " WS-CURRENT-DATE
                   DELIMITED BY SIZE INTO LTR-LINE
               WRITE LTR-LINE
               IF WS-REMIT-AMOUNT < LEGL-DEMAND-AMOUNT
                   MOVE SPACES TO LTR-LINE
                   MOVE "FUNDS ON DEPOSIT WHEN THE ORDER WAS SERVED "
                       TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE "WERE NOT SUFFICIENT TO SATISFY IT IN FULL."
                       TO LTR-LINE
                   WRITE LTR-LINE
               END-IF
           END-IF
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE.

      *----------------------------------------------------------
      * Each step writes its own audit entry.  Holds, releases and
      * answers are MAINT entries with the account on the to side,
      * the shape ACCT-HREL and ACCT-ESCH leave; the sweep is a
      * transfer to the settlement account and the fee a FEE entry,
      * so GL-POST, the proof and the statement pick them up.
      *----------------------------------------------------------
       7000-LOG-HOLD-PLACED.
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-MAINT TO TRUE
           MOVE SPACES TO AUDIT-FROM-ACCT-ID
           MOVE LEGL-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE WS-ATTACH-AMOUNT TO AUDIT-AMOUNT
           MOVE "LGLH" TO AUDIT-REASON-CODE
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

       7100-LOG-REMITTANCE.
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-TRANSFER TO TRUE
           MOVE LEGL-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE WS-SETTLE-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE WS-REMIT-AMOUNT TO AUDIT-AMOUNT
           MOVE "LGLS" TO AUDIT-REASON-CODE
           IF WS-SWEEP-REJECTED
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

       7200-LOG-HOLD-RELEASED.
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-MAINT TO TRUE
           MOVE SPACES TO AUDIT-FROM-ACCT-ID
           MOVE LEGL-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE WS-RELEASED-AMOUNT TO AUDIT-AMOUNT
           MOVE WS-RELEASE-REASON-CODE TO AUDIT-REASON-CODE
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

       7300-LOG-LEGAL-FEE.
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-FEE TO TRUE
           MOVE LEGL-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE SPACES TO AUDIT-TO-ACCT-ID
           MOVE WS-FEE-AMOUNT TO AUDIT-AMOUNT
           MOVE "LGLF" TO AUDIT-REASON-CODE
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

       7400-LOG-ANSWER.
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-MAINT TO TRUE
           MOVE SPACES TO AUDIT-FROM-ACCT-ID
           MOVE LEGL-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE WS-REMIT-AMOUNT TO AUDIT-AMOUNT
           MOVE "LGLA" TO AUDIT-REASON-CODE
           IF WS-SWEEP-REJECTED
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
