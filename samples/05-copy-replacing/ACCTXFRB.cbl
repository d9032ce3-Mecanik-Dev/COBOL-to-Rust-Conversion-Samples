      *               control record (via BUSDATEG) instead of
      *               the system clock, so a morning catch-up
      *               run posts under the date it belongs to.
      *   2026-10-15  A transfer or withdrawal refused because the
      *               available balance will not cover it (after
      *               any overdraft sweep) charges the from-account
      *               the NSF item fee for its type (via NSFFEE,
      *               capped per account per day), posted and
      *               logged as its own FEE entry under reason
      *               NSFF.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-XFRB.
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
           05  WS-TXNS-POSTED        PIC 9(06) VALUE 0.
           05  WS-TXNS-REJECTED      PIC 9(06) VALUE 0.
           05  WS-TXNS-PARKED        PIC 9(06) VALUE 0.
           05  WS-NSF-FEES-CHARGED   PIC 9(06) VALUE 0.

      *    Teller identity for the audit trail: a drained store-
      *    and-forward item carries its capturing teller in the
           DISPLAY "ACCT-XFRB: transfers posted   " WS-TXNS-POSTED
           DISPLAY "ACCT-XFRB: transfers rejected " WS-TXNS-REJECTED
           DISPLAY "ACCT-XFRB: held for approval  " WS-TXNS-PARKED
           DISPLAY "ACCT-XFRB: NSF fees charged   " WS-NSF-FEES-CHARGED

           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
                   ADD 1 TO WS-TXNS-READ
                   PERFORM 2000-POST-ONE-TRANSFER
                   PERFORM 2900-LOG-TRANSFER
                   IF WS-FUNDS-REJECTED
                       PERFORM 2800-ASSESS-NSF-FEE THRU 2800-EXIT
                   END-IF
           END-READ.

      *----------------------------------------------------------
      *----------------------------------------------------------
       2000-POST-ONE-TRANSFER.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE "N" TO WS-FUNDS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-TO-AMOUNT
           MOVE 0 TO WS-CROSS-RATE
           IF (WS-AVAIL-BALANCE - XFER-AMOUNT) < 0
               SET WS-TRANSFER-REJECTED TO TRUE
               MOVE "WOULD OVERDRAW FROM ACCOUNT" TO WS-REJECT-REASON
               SET WS-FUNDS-REJECTED TO TRUE
           END-IF.

      *----------------------------------------------------------
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------
      * An instruction refused for funds costs the from-account
      * its NSF item fee, priced and capped by NSFFEE.  The fee
      * posts whether or not it takes the balance below zero, and
      * goes to the trail as its own FEE entry after the refused
      * instruction's, carrying the capturing teller when the
      * item came off the store-and-forward drain.
      *----------------------------------------------------------
       2800-ASSESS-NSF-FEE.
           CALL "NSFFEE" USING XFER-FROM-ACCT-ID WS-CURRENT-DATE
               WS-NSF-FEE-AMOUNT WS-NSF-FLAG
           IF NOT WS-NSF-CHARGE
               GO TO 2800-EXIT
           END-IF

           MOVE XFER-FROM-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 2800-EXIT
           END-READ
           SUBTRACT WS-NSF-FEE-AMOUNT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCT-XFRB: rewrite failed for "
                           MST-ACCT-ID
                   GO TO 2800-EXIT
           END-REWRITE
           ADD 1 TO WS-NSF-FEES-CHARGED

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-FEE TO TRUE
           MOVE XFER-FROM-ACCT-ID TO AUDIT-FROM-ACCT-ID
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
           MOVE WS-AUDIT-TELLER TO AUDIT-TELLER-ID
           MOVE SPACES TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

       2800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Record the transfer attempt on the audit trail, whether it
      * posted or was rejected.  The first four characters of the
