      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: inward clearing of customer-written checks.
      * Deposits arrive through ACCT-TELR and ACH-SETL, but the
      * checks our customers write were still debited by a clerk
      * working from the clearing-house listing.  This program
      * reads the clearing house's presented-items file and debits
      * each check against the account master through the same
      * CKDIGIT, FROZEN/CLOSED and available-balance checks
      * CARD-SETL applies, after matching it against the STOPPAY
      * stop-payment orders customers place at the teller.  A
      * stopped item, an item drawn on an unknown or closed
      * account, or an item the account cannot cover is not paid:
      * it goes back to the clearing house on the returns file in
      * their own format with the return reason appended.  Every
      * item is audit-logged, paid or returned.  An item returned
      * for funds charges the account the NSF item fee for its
      * type through NSFFEE, the same as the other settlement runs.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRG-SETL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENTED-ITEMS-FILE ASSIGN TO "CLRGINWD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RETURNS-FILE ASSIGN TO "CLRGRTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESENTED-ITEMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CLRGITEM.

           COPY ACCTFILE.

       FD  STOP-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOPPAY.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  RETURNS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTN-RECORD.
           05  RTN-ITEM-IMAGE        PIC X(53).
           05  RTN-RETURN-REASON     PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CLR-FILE-STATUS        PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-STOP-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-RTN-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-TIME           PIC 9(08).

       01  WS-STOP-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-STOP-OPEN              VALUE "Y".

       01  WS-ITEM-AMOUNT            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-AVAIL-BALANCE          PIC S9(7)V99 COMP-3 VALUE 0.

       01  WS-REJECT-FLAG            PIC X(01) VALUE "N".
           88  WS-ITEM-REJECTED          VALUE "Y".
       01  WS-REJECT-REASON          PIC X(20) VALUE SPACES.
       01  WS-FUNDS-REJECT-SW        PIC X(01) VALUE "N".
           88  WS-FUNDS-REJECTED         VALUE "Y".

       01  WS-NSF-FEE-AMOUNT         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-NSF-FLAG               PIC X(01) VALUE "N".
           88  WS-NSF-CHARGE             VALUE "Y".

       01  WS-CKDIGIT-VALID-FLAG     PIC X(01) VALUE "N".
           88  WS-CKDIGIT-VALID          VALUE "Y".

       01  WS-HELD-UPDATE-SEQ        PIC 9(09) VALUE 0.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ         PIC 9(06) VALUE 0.
           05  WS-ITEMS-PAID         PIC 9(06) VALUE 0.
           05  WS-ITEMS-RETURNED     PIC 9(06) VALUE 0.
           05  WS-ITEMS-STOPPED      PIC 9(06) VALUE 0.
           05  WS-NSF-FEES-CHARGED   PIC 9(06) VALUE 0.
           05  WS-AMOUNT-PAID        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-AMOUNT-RETURNED    PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-EDIT-AMT               PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT PRESENTED-ITEMS-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN OUTPUT RETURNS-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-TRAIL-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
      *    No stop file yet means no customer has placed a stop.
           OPEN I-O STOP-PAYMENT-FILE
           IF WS-STOP-FILE-STATUS = "00"
               SET WS-STOP-OPEN TO TRUE
           END-IF

           PERFORM 1000-PROCESS-ITEM
               UNTIL WS-CLR-FILE-STATUS = "10"

           CLOSE PRESENTED-ITEMS-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE RETURNS-FILE
           CLOSE AUDIT-TRAIL-FILE
           IF WS-STOP-OPEN
               CLOSE STOP-PAYMENT-FILE
           END-IF

           DISPLAY "CLRG-SETL: items read      " WS-ITEMS-READ
           DISPLAY "CLRG-SETL: items paid      " WS-ITEMS-PAID
           MOVE WS-AMOUNT-PAID TO WS-EDIT-AMT
           DISPLAY "CLRG-SETL: amount paid     " WS-EDIT-AMT
           DISPLAY "CLRG-SETL: items returned  " WS-ITEMS-RETURNED
           DISPLAY "CLRG-SETL:   of which stops " WS-ITEMS-STOPPED
           MOVE WS-AMOUNT-RETURNED TO WS-EDIT-AMT
           DISPLAY "CLRG-SETL: amount returned " WS-EDIT-AMT
           DISPLAY "CLRG-SETL: NSF fees charged " WS-NSF-FEES-CHARGED

           IF WS-ITEMS-RETURNED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-PROCESS-ITEM.
           READ PRESENTED-ITEMS-FILE
               AT END
                   MOVE "10" TO WS-CLR-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 2000-PAY-ONE-ITEM THRU 2000-EXIT
                   PERFORM 2900-LOG-PRESENTMENT
                   IF WS-ITEM-REJECTED
                       ADD 1 TO WS-ITEMS-RETURNED
                       ADD WS-ITEM-AMOUNT TO WS-AMOUNT-RETURNED
                       PERFORM 2950-WRITE-RETURN-ITEM
                       IF WS-FUNDS-REJECTED
                           PERFORM 2800-ASSESS-NSF-FEE THRU 2800-EXIT
                       END-IF
                   ELSE
                       ADD 1 TO WS-ITEMS-PAID
                       ADD WS-ITEM-AMOUNT TO WS-AMOUNT-PAID
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Match the item to the master with the check-digit rule,
      * refuse a frozen or closed account, honor any stop-payment
      * order, and pay it only if the available balance covers
      * it - the CARD-SETL debit path, with the stop check ahead
      * of the funds check so a stopped item is never reported
      * as unpaid for funds.
      *----------------------------------------------------------
       2000-PAY-ONE-ITEM.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE "N" TO WS-FUNDS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-ITEM-AMOUNT
           IF CLR-AMOUNT IS NOT NUMERIC OR CLR-AMOUNT = 0
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE CLR-AMOUNT TO WS-ITEM-AMOUNT

           CALL "CKDIGIT" USING CLR-ACCT-ID WS-CKDIGIT-VALID-FLAG
           IF NOT WS-CKDIGIT-VALID
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "CHECK DIGIT INVALID" TO WS-REJECT-REASON
               GO TO 2000-EXIT
           END-IF

           MOVE CLR-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
                   GO TO 2000-EXIT
           END-READ

           IF MST-FROZEN OR MST-CLOSED
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "ACCOUNT FROZEN/CLOSED" TO WS-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE MST-UPDATE-SEQ TO WS-HELD-UPDATE-SEQ

           PERFORM 2100-CHECK-STOP-PAYMENT THRU 2100-EXIT
           IF WS-ITEM-REJECTED
               GO TO 2000-EXIT
           END-IF

           CALL "AVAILBAL" USING CLR-ACCT-ID MST-BALANCE
               WS-AVAIL-BALANCE
           IF (WS-AVAIL-BALANCE - WS-ITEM-AMOUNT) < 0
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "INSUFFICIENT FUNDS" TO WS-REJECT-REASON
               SET WS-FUNDS-REJECTED TO TRUE
               GO TO 2000-EXIT
           END-IF

      *    The sequence read at validation must still be current
      *    at posting, or another path moved the balance
      *    underneath the clearing run.
           MOVE CLR-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
           IF MST-UPDATE-SEQ NOT = WS-HELD-UPDATE-SEQ
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "RECORD CHANGED - RETRY" TO WS-REJECT-REASON
               DISPLAY "CLRG-SETL: update collision on "
                       MST-ACCT-ID
               GO TO 2000-EXIT
           END-IF
           SUBTRACT WS-ITEM-AMOUNT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ

           REWRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * An active order for this account and check number, not
      * yet past its expiry, stops the item - for any amount when
      * the order carries none, otherwise only at the amount the
      * customer named.  The hit is stamped on the order so the
      * branch can tell the customer their stop caught the check.
      *----------------------------------------------------------
       2100-CHECK-STOP-PAYMENT.
           IF NOT WS-STOP-OPEN
               GO TO 2100-EXIT
           END-IF
           MOVE CLR-ACCT-ID TO STOP-ACCT-ID
           MOVE CLR-CHECK-NO TO STOP-CHECK-NO
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           IF NOT STOP-ACTIVE
               OR STOP-EXPIRY-DATE < WS-CURRENT-DATE
               GO TO 2100-EXIT
           END-IF
           IF STOP-AMOUNT NOT = 0 AND STOP-AMOUNT NOT = WS-ITEM-AMOUNT
               GO TO 2100-EXIT
           END-IF

           SET WS-ITEM-REJECTED TO TRUE
           MOVE "STOP PAYMENT" TO WS-REJECT-REASON
           ADD 1 TO WS-ITEMS-STOPPED
           MOVE WS-CURRENT-DATE TO STOP-LAST-HIT-DATE
           REWRITE STOP-RECORD
               INVALID KEY
                   DISPLAY "CLRG-SETL: stop rewrite failed "
                           STOP-ACCT-ID " " STOP-CHECK-NO
           END-REWRITE.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A check returned for funds costs the account its NSF item
      * fee, priced and capped by NSFFEE.  The fee posts whether
      * or not it takes the balance below zero, and goes to the
      * trail as its own FEE entry after the returned item's.
      *----------------------------------------------------------
       2800-ASSESS-NSF-FEE.
           CALL "NSFFEE" USING CLR-ACCT-ID WS-CURRENT-DATE
               WS-NSF-FEE-AMOUNT WS-NSF-FLAG
           IF NOT WS-NSF-CHARGE
               GO TO 2800-EXIT
           END-IF

           MOVE CLR-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 2800-EXIT
           END-READ
           SUBTRACT WS-NSF-FEE-AMOUNT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "CLRG-SETL: rewrite failed for "
                           MST-ACCT-ID
                   GO TO 2800-EXIT
           END-REWRITE
           ADD 1 TO WS-NSF-FEES-CHARGED

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-FEE TO TRUE
           MOVE CLR-ACCT-ID TO AUDIT-FROM-ACCT-ID
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

       2800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Every presented item - paid or returned - goes to the
      * audit trail as a WITHDRAW under reason ICLR, the check
      * number leading the reject reason on a return.
      *----------------------------------------------------------
       2900-LOG-PRESENTMENT.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-WITHDRAW TO TRUE
           MOVE CLR-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE SPACES TO AUDIT-TO-ACCT-ID
           MOVE WS-ITEM-AMOUNT TO AUDIT-AMOUNT
           MOVE "ICLR" TO AUDIT-REASON-CODE
           IF WS-ITEM-REJECTED
               SET AUDIT-REJECTED TO TRUE
               MOVE SPACES TO AUDIT-REJECT-REASON
               STRING "CHK " CLR-CHECK-NO " " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO AUDIT-REJECT-REASON
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
      * Returned items go back in the clearing house's own record
      * shape with the return reason appended, ready for the
      * return cash letter.
      *----------------------------------------------------------
       2950-WRITE-RETURN-ITEM.
           MOVE CLR-RECORD TO RTN-ITEM-IMAGE
           MOVE WS-REJECT-REASON TO RTN-RETURN-REASON
           WRITE RTN-RECORD
           DISPLAY "CLRG-SETL: returned " CLR-ACCT-ID " CHK "
                   CLR-CHECK-NO " - " WS-REJECT-REASON.
