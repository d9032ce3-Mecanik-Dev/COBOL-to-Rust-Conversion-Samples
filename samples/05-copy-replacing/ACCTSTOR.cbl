      *               control record (via BUSDATEG) instead of
      *               the system clock, so a morning catch-up
      *               run posts under the date it belongs to.
      *   2026-10-15  An order refused because the available
      *               balance will not cover it charges the from-
      *               account the NSF item fee for its type (via
      *               NSFFEE, capped per account per day), posted
      *               and logged as its own FEE entry under reason
      *               NSFF.
      *   2026-10-15  Outbound payment record layout moved to the
      *               OUTPREC copybook, shared with ACCT-LEGL.
      *   2026-10-15  The outbound settlement account is opened
      *               with no home branch (head office).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-STOR.

       FD  OUTBOUND-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OUTPREC.

       WORKING-STORAGE SECTION.
       01  WS-STOR-FILE-STATUS       PIC X(02).
       01  WS-REJECT-FLAG            PIC X(01) VALUE "N".
           88  WS-TRANSFER-REJECTED      VALUE "Y".
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-FUNDS-REJECT-SW        PIC X(01) VALUE "N".
           88  WS-FUNDS-REJECTED         VALUE "Y".

       01  WS-NSF-FEE-AMOUNT         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-NSF-FLAG               PIC X(01) VALUE "N".
           88  WS-NSF-CHARGE             VALUE "Y".

       01  WS-CKDIGIT-VALID-FLAG     PIC X(01) VALUE "N".
           88  WS-CKDIGIT-VALID          VALUE "Y".
           05  WS-ORDERS-DUE         PIC 9(06) VALUE 0.
           05  WS-ORDERS-POSTED      PIC 9(06) VALUE 0.
           05  WS-ORDERS-FAILED      PIC 9(06) VALUE 0.
           05  WS-NSF-FEES-CHARGED   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "ACCT-STOR: orders posted " WS-ORDERS-POSTED
           DISPLAY "ACCT-STOR: orders failed " WS-ORDERS-FAILED
           DISPLAY "ACCT-STOR: outbound items" WS-OUTPAY-COUNT
           DISPLAY "ACCT-STOR: NSF fees      " WS-NSF-FEES-CHARGED
           STOP RUN.

       1000-PROCESS-ORDER.
           IF WS-TRANSFER-REJECTED
               ADD 1 TO WS-ORDERS-FAILED
               PERFORM 2950-WRITE-FAILURE-LINE
               IF WS-FUNDS-REJECTED
                   PERFORM 2800-ASSESS-NSF-FEE THRU 2800-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-ORDERS-POSTED
               PERFORM 3000-ADVANCE-NEXT-RUN-DATE
      *----------------------------------------------------------
       2000-POST-ONE-ORDER.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE "N" TO WS-FUNDS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2100-VALIDATE-FROM-ACCOUNT
           IF (WS-AVAIL-BALANCE - STOR-AMOUNT) < 0
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "WOULD OVERDRAW FROM ACCOUNT" TO WS-REJECT-REASON
               SET WS-FUNDS-REJECTED TO TRUE
           END-IF.

       2400-POST-TRANSFER.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * An order refused for funds costs the from-account its NSF
      * item fee, priced and capped by NSFFEE.  The fee posts
      * whether or not it takes the balance below zero, and goes
      * to the trail as its own FEE entry after the order's.
      *----------------------------------------------------------
       2800-ASSESS-NSF-FEE.
           CALL "NSFFEE" USING STOR-FROM-ACCT-ID WS-CURRENT-DATE
               WS-NSF-FEE-AMOUNT WS-NSF-FLAG
           IF NOT WS-NSF-CHARGE
               GO TO 2800-EXIT
           END-IF

           MOVE STOR-FROM-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 2800-EXIT
           END-READ
           SUBTRACT WS-NSF-FEE-AMOUNT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCT-STOR: rewrite failed for "
                           MST-ACCT-ID
                   GO TO 2800-EXIT
           END-REWRITE
           ADD 1 TO WS-NSF-FEES-CHARGED

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-FEE TO TRUE
           MOVE STOR-FROM-ACCT-ID TO AUDIT-FROM-ACCT-ID
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
      * Record the attempt on the audit trail, posted or rejected.
      *----------------------------------------------------------
      *----------------------------------------------------------
       5000-POST-EXTERNAL-ORDER.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE "N" TO WS-FUNDS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2100-VALIDATE-FROM-ACCOUNT
                   MOVE 0 TO MST-UPDATE-SEQ
                   MOVE 0 TO MST-ACCR-INT
                   MOVE "USD" TO MST-CURRENCY
                   MOVE SPACES TO MST-HOME-BRANCH
                   WRITE MST-ACCOUNT
                       INVALID KEY
                           DISPLAY "ACCT-STOR: settlement acct "
