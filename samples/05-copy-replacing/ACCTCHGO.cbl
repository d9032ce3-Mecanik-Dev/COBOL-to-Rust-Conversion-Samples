      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: charge-off and recovery for delinquent credit-
      * style accounts.  ACCT-BILL ages an unpaid account through
      * the delinquency buckets on BILLMSTR; once a month - the
      * ACCT-BILL guard, its own CYCLCTL row - this step charges
      * off every account that has aged to the CHGOPARM threshold
      * bucket and still owes money.  The balance owed is written
      * off the customer balances to loan loss as a CHGOFF posting
      * (reason CHGO), the master drops to zero in the charged-off
      * status with a MAINT status change on the trail, and the
      * written-off amount is kept on the CHGOMSTR file.  A
      * charged-off account is no longer ACTIVE, so ACCT-FINC,
      * ACCT-BILL and the service-charge run leave it alone.
      *
      * Every night, whether or not the charge-off pass is due,
      * money paid into a charged-off account since the last run
      * is swept back out as a RECOVERY posting (reason RCVY), up
      * to what is still outstanding, so GL-POST books it to
      * recovery income instead of treating it as an ordinary
      * payment against a balance that is no longer on the books.
      * Anything paid beyond the written-off amount is left on
      * the account and listed for the branch to refund.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CHGO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-OFF-PARM-FILE ASSIGN TO "CHGOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT BILLING-MASTER-FILE ASSIGN TO "BILLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BILL-ACCT-ID
               FILE STATUS IS WS-BILL-FILE-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGO-ACCT-ID
               FILE STATUS IS WS-CHGO-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CYCLE-DATE-CONTROL-FILE ASSIGN TO "CYCLDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCL-STEP-NAME
               FILE STATUS IS WS-CYCL-FILE-STATUS.

           SELECT CHARGE-OFF-REPORT-FILE ASSIGN TO "CHGORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-OFF-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-CHGO-BUCKET      PIC 9(03).
           05  FILLER                PIC X(77).

           COPY ACCTFILE.

       FD  BILLING-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLREC.

       FD  CHARGE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGOREC.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  CYCLE-DATE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CYCLCTL.

       FD  CHARGE-OFF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-BILL-FILE-STATUS       PIC X(02).
       01  WS-CHGO-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-CYCL-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMM     PIC 9(06).
           05  FILLER                PIC 9(02).
       01  WS-CURRENT-TIME           PIC 9(08).

       01  WS-CYCL-ON-FILE-SW        PIC X(01) VALUE "N".
           88  WS-CYCL-ON-FILE           VALUE "Y".
       01  WS-CYCL-LAST-YYYYMM       PIC 9(06) VALUE 0.
       01  WS-CHGO-DUE-SW            PIC X(01) VALUE "Y".
           88  WS-CHGO-DUE               VALUE "Y".

      *    Default stands in when no CHGOPARM file is supplied.
      *    ACCT-BILL ages no deeper than 180 days, so a threshold
      *    beyond it could never be reached.
       01  WS-CHGO-BUCKET            PIC 9(03) VALUE 180.
       01  WS-MAX-BUCKET             PIC 9(03) VALUE 180.

       01  WS-REJECT-FLAG            PIC X(01) VALUE "N".
           88  WS-CHGO-REJECTED          VALUE "Y".
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-HELD-UPDATE-SEQ        PIC 9(09) VALUE 0.

       01  WS-CHGO-AMOUNT            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-OUTSTANDING            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-RECOVERY-AMOUNT        PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-OUTSTANDING       PIC Z,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-BILLS-READ         PIC 9(06) VALUE 0.
           05  WS-ACCTS-CHARGED-OFF  PIC 9(06) VALUE 0.
           05  WS-CHGO-REJECTS       PIC 9(06) VALUE 0.
           05  WS-RECOVERIES         PIC 9(06) VALUE 0.
           05  WS-TOTAL-CHARGED-OFF  PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-RECOVERED    PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(43)
               VALUE "ACCT-CHGO: CHARGE-OFFS AND RECOVERIES AS OF".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RPT-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 0100-CHECK-MONTHLY-CYCLE
           IF WS-CHGO-DUE
               PERFORM 0200-READ-PARAMETERS THRU 0200-EXIT
           END-IF

           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O CHARGE-OFF-FILE
           IF WS-CHGO-FILE-STATUS = "35"
               OPEN OUTPUT CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
               OPEN I-O CHARGE-OFF-FILE
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-TRAIL-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
           OPEN OUTPUT CHARGE-OFF-REPORT-FILE
           MOVE WS-CURRENT-DATE TO RPT-HDG-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-CHGO-DUE
               PERFORM 1000-CHARGE-OFF-PASS THRU 1000-EXIT
           END-IF
           PERFORM 4000-RECOVERY-PASS THRU 4000-EXIT

           CLOSE ACCT-MASTER-FILE
           CLOSE CHARGE-OFF-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CHARGE-OFF-REPORT-FILE
           IF WS-CHGO-DUE
               PERFORM 9000-RECORD-CYCLE-DATE
           ELSE
               CLOSE CYCLE-DATE-CONTROL-FILE
           END-IF

           DISPLAY "ACCT-CHGO: billing rows read   " WS-BILLS-READ
           DISPLAY "ACCT-CHGO: accounts charged off "
                   WS-ACCTS-CHARGED-OFF
           DISPLAY "ACCT-CHGO: charge-offs refused " WS-CHGO-REJECTS
           MOVE WS-TOTAL-CHARGED-OFF TO WS-EDIT-AMOUNT
           DISPLAY "ACCT-CHGO: total charged off   " WS-EDIT-AMOUNT
           DISPLAY "ACCT-CHGO: recoveries posted   " WS-RECOVERIES
           MOVE WS-TOTAL-RECOVERED TO WS-EDIT-AMOUNT
           DISPLAY "ACCT-CHGO: total recovered     " WS-EDIT-AMOUNT
           STOP RUN.

      *----------------------------------------------------------
      * The charge-off pass takes one bite per calendar month, the
      * ACCT-BILL guard - it runs behind the month's aging.  A
      * second run in the month still sweeps recoveries.
      *----------------------------------------------------------
       0100-CHECK-MONTHLY-CYCLE.
           OPEN I-O CYCLE-DATE-CONTROL-FILE
           IF WS-CYCL-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-DATE-CONTROL-FILE
               CLOSE CYCLE-DATE-CONTROL-FILE
               OPEN I-O CYCLE-DATE-CONTROL-FILE
           END-IF
           MOVE "ACCTCHGO" TO CYCL-STEP-NAME
           READ CYCLE-DATE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CYCL-ON-FILE TO TRUE
                   COMPUTE WS-CYCL-LAST-YYYYMM =
                       CYCL-LAST-CYCLE-DATE / 100
                   IF WS-CYCL-LAST-YYYYMM = WS-CURRENT-YYYYMM
                       DISPLAY "ACCT-CHGO: CHARGE-OFFS ALREADY RAN "
                               "FOR MONTH " WS-CURRENT-YYYYMM
                               " - RECOVERIES ONLY"
                       MOVE "N" TO WS-CHGO-DUE-SW
                   END-IF
           END-READ.

       0200-READ-PARAMETERS.
           OPEN INPUT CHARGE-OFF-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               GO TO 0200-EXIT
           END-IF
           READ CHARGE-OFF-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-CHGO-BUCKET NUMERIC
                       AND PARM-CHGO-BUCKET > 0
                       MOVE PARM-CHGO-BUCKET TO WS-CHGO-BUCKET
                   END-IF
           END-READ
           CLOSE CHARGE-OFF-PARM-FILE
           IF WS-CHGO-BUCKET > WS-MAX-BUCKET
               DISPLAY "ACCT-CHGO: threshold " WS-CHGO-BUCKET
                       " beyond the deepest bucket - "
                       WS-MAX-BUCKET " used"
               MOVE WS-MAX-BUCKET TO WS-CHGO-BUCKET
           END-IF.

       0200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Walk the billing rows: every account aged to the threshold
      * bucket is a charge-off candidate.
      *----------------------------------------------------------
       1000-CHARGE-OFF-PASS.
           OPEN INPUT BILLING-MASTER-FILE
           IF WS-BILL-FILE-STATUS NOT = "00"
               DISPLAY "ACCT-CHGO: no billing master - "
                       "no charge-offs"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-BILLING-ROW
               UNTIL WS-BILL-FILE-STATUS = "10"
           CLOSE BILLING-MASTER-FILE.

       1000-EXIT.
           EXIT.

       1100-READ-BILLING-ROW.
           READ BILLING-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BILL-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-BILLS-READ
                   IF BILL-DELQ-BUCKET NOT < WS-CHGO-BUCKET
                       PERFORM 2000-CHARGE-OFF-ACCOUNT THRU 2000-EXIT
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Charge off one account.  An account already charged off
      * or closed, a LON installment loan, or one paid back to
      * zero since it was billed is left alone.
      *----------------------------------------------------------
       2000-CHARGE-OFF-ACCOUNT.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE BILL-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ACCT-CHGO: billed account not on master "
                           BILL-ACCT-ID
                   GO TO 2000-EXIT
           END-READ
           IF MST-CHARGED-OFF OR MST-CLOSED
               GO TO 2000-EXIT
           END-IF
           IF MST-ACCT-ID(1:3) = "LON"
               GO TO 2000-EXIT
           END-IF
           IF MST-BALANCE NOT < 0
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-CHGO-AMOUNT = 0 - MST-BALANCE
           MOVE MST-UPDATE-SEQ TO WS-HELD-UPDATE-SEQ

           PERFORM 2100-POST-CHARGE-OFF THRU 2100-EXIT
           PERFORM 2900-LOG-CHARGE-OFF
           IF WS-CHGO-REJECTED
               ADD 1 TO WS-CHGO-REJECTS
               DISPLAY "ACCT-CHGO: " BILL-ACCT-ID " not charged off - "
                       WS-REJECT-REASON
               GO TO 2000-EXIT
           END-IF

           PERFORM 2950-LOG-STATUS-CHANGE
           PERFORM 3000-RECORD-CHARGE-OFF
           ADD 1 TO WS-ACCTS-CHARGED-OFF
           ADD WS-CHGO-AMOUNT TO WS-TOTAL-CHARGED-OFF.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The balance comes off the master and the status goes to
      * charged-off in one rewrite, the sequence read above
      * verified first.
      *----------------------------------------------------------
       2100-POST-CHARGE-OFF.
           MOVE BILL-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
           IF MST-UPDATE-SEQ NOT = WS-HELD-UPDATE-SEQ
               SET WS-CHGO-REJECTED TO TRUE
               MOVE "RECORD CHANGED - RETRY" TO WS-REJECT-REASON
               DISPLAY "ACCT-CHGO: update collision on "
                       MST-ACCT-ID
               GO TO 2100-EXIT
           END-IF

           MOVE 0 TO MST-BALANCE
           SET MST-CHARGED-OFF TO TRUE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-CHGO-REJECTED TO TRUE
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The write-off credits the account back to zero; GL-POST
      * books it out of the customer balances to loan loss.
      *----------------------------------------------------------
       2900-LOG-CHARGE-OFF.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-CHGOFF TO TRUE
           MOVE SPACES TO AUDIT-FROM-ACCT-ID
           MOVE BILL-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE WS-CHGO-AMOUNT TO AUDIT-AMOUNT
           MOVE "CHGO" TO AUDIT-REASON-CODE
           IF WS-CHGO-REJECTED
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

       2950-LOG-STATUS-CHANGE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-MAINT TO TRUE
           MOVE SPACES TO AUDIT-FROM-ACCT-ID
           MOVE BILL-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE 0 TO AUDIT-AMOUNT
           MOVE "CHGO" TO AUDIT-REASON-CODE
           SET AUDIT-POSTED TO TRUE
           MOVE SPACES TO AUDIT-REJECT-REASON
           MOVE "W" TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE SPACES TO AUDIT-TELLER-ID
           MOVE SPACES TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

       3000-RECORD-CHARGE-OFF.
           MOVE BILL-ACCT-ID TO CHGO-ACCT-ID
           MOVE WS-CURRENT-DATE TO CHGO-DATE
           MOVE BILL-DELQ-BUCKET TO CHGO-DELQ-BUCKET
           MOVE WS-CHGO-AMOUNT TO CHGO-AMOUNT
           MOVE 0 TO CHGO-RECOVERED
           MOVE 0 TO CHGO-LAST-RCVY-DATE
           WRITE CHGO-RECORD
               INVALID KEY
                   DISPLAY "ACCT-CHGO: charge-off row already on "
                           "file for " CHGO-ACCT-ID
           END-WRITE

           MOVE WS-CHGO-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING BILL-ACCT-ID "  CHARGED OFF  " WS-EDIT-AMOUNT
               "  AT " BILL-DELQ-BUCKET " DAYS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * Every charged-off account on file: whatever has been paid
      * into it since the last run is a recovery.
      *----------------------------------------------------------
       4000-RECOVERY-PASS.
           MOVE LOW-VALUES TO CHGO-ACCT-ID
           START CHARGE-OFF-FILE KEY IS NOT LESS THAN CHGO-ACCT-ID
               INVALID KEY
                   GO TO 4000-EXIT
           END-START
           PERFORM 4100-READ-CHARGE-OFF-ROW
               UNTIL WS-CHGO-FILE-STATUS = "10".

       4000-EXIT.
           EXIT.

       4100-READ-CHARGE-OFF-ROW.
           READ CHARGE-OFF-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CHGO-FILE-STATUS
               NOT AT END
                   PERFORM 4200-RECOVER-ONE-ACCOUNT THRU 4200-EXIT
           END-READ.

      *----------------------------------------------------------
      * Sweep the credit balance out as a recovery, no more than
      * the written-off amount still outstanding.  An account the
      * branch has since closed is left alone.
      *----------------------------------------------------------
       4200-RECOVER-ONE-ACCOUNT.
           MOVE CHGO-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ
           IF NOT MST-CHARGED-OFF OR MST-BALANCE NOT > 0
               GO TO 4200-EXIT
           END-IF

           COMPUTE WS-OUTSTANDING = CHGO-AMOUNT - CHGO-RECOVERED
           IF WS-OUTSTANDING NOT > 0
               PERFORM 4800-REPORT-CREDIT-BALANCE
               GO TO 4200-EXIT
           END-IF
           MOVE MST-BALANCE TO WS-RECOVERY-AMOUNT
           IF WS-RECOVERY-AMOUNT > WS-OUTSTANDING
               MOVE WS-OUTSTANDING TO WS-RECOVERY-AMOUNT
           END-IF

           SUBTRACT WS-RECOVERY-AMOUNT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCT-CHGO: rewrite failed for "
                           MST-ACCT-ID
                   GO TO 4200-EXIT
           END-REWRITE
           PERFORM 4900-LOG-RECOVERY

           ADD WS-RECOVERY-AMOUNT TO CHGO-RECOVERED
           MOVE WS-CURRENT-DATE TO CHGO-LAST-RCVY-DATE
           REWRITE CHGO-RECORD
               INVALID KEY
                   DISPLAY "ACCT-CHGO: charge-off rewrite failed for "
                           CHGO-ACCT-ID
           END-REWRITE
           ADD 1 TO WS-RECOVERIES
           ADD WS-RECOVERY-AMOUNT TO WS-TOTAL-RECOVERED

           COMPUTE WS-OUTSTANDING = CHGO-AMOUNT - CHGO-RECOVERED
           MOVE WS-RECOVERY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-OUTSTANDING TO WS-EDIT-OUTSTANDING
           MOVE SPACES TO RPT-LINE
           STRING CHGO-ACCT-ID "  RECOVERED    " WS-EDIT-AMOUNT
               "  STILL OUTSTANDING " WS-EDIT-OUTSTANDING
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF MST-BALANCE > 0
               PERFORM 4800-REPORT-CREDIT-BALANCE
           END-IF.

       4200-EXIT.
           EXIT.

       4800-REPORT-CREDIT-BALANCE.
           MOVE MST-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING CHGO-ACCT-ID "  PAID IN FULL - CREDIT BALANCE "
               WS-EDIT-AMOUNT " TO REFUND"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       4900-LOG-RECOVERY.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-RECOVERY TO TRUE
           MOVE CHGO-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE SPACES TO AUDIT-TO-ACCT-ID
           MOVE WS-RECOVERY-AMOUNT TO AUDIT-AMOUNT
           MOVE "RCVY" TO AUDIT-REASON-CODE
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

       9000-RECORD-CYCLE-DATE.
           MOVE "ACCTCHGO" TO CYCL-STEP-NAME
           MOVE WS-CURRENT-DATE TO CYCL-LAST-CYCLE-DATE
           IF WS-CYCL-ON-FILE
               REWRITE CYCL-RECORD
           ELSE
               WRITE CYCL-RECORD
           END-IF
           CLOSE CYCLE-DATE-CONTROL-FILE.
