      *               paid (CHK-RECN marks those PAID off the
      *               paid-items file), and initialize the paid
      *               fields on a reissued register row.
      *   2026-10-15  Stamp the void date on the voided row, and
      *               initialize the void date and positive-pay
      *               state on a reissued row, so CHK-PPAY tells
      *               the bank about both.
      *   2026-10-15  Reissue a check CHK-STALE voided as stale-
      *               dated when the payee claims the funds, and
      *               stamp the replacement number on its CHKUNCL
      *               row so CHK-STALE clears the item instead of
      *               remitting it to the state.
      *   2026-10-15  Carry the payee ID across to the reissued
      *               row so the replacement still counts toward
      *               the payee's 1099 total.
      *   2026-10-15  A voided official check sold at the teller
      *               counter is credited back to the remitter's
      *               account and logged as a DEPOSIT under reason
      *               OFCV; an account that is closed or off the
      *               master goes to the suspense path instead.  A
      *               reissue carries the remitter across and
      *               credits nothing.  Perform the transaction
      *               and unclaimed-reissue paragraphs through
      *               their exits so a rejected transaction stops
      *               where it is rejected.
      *   2026-10-15  Keep the register's G/L state for an official
      *               check: one credited back to the remitter, or
      *               reissued, is marked off the 2100 outstanding
      *               checks (the credit journals itself, and a
      *               reissue carries the check across); one whose
      *               credit went to suspense is left for GL-POST.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHK-VOID.
               RECORD KEY IS CHKR-CHECK-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT UNCLAIMED-CONTROL-FILE ASSIGN TO "CHKUNCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UNCL-CHECK-NO
               FILE STATUS IS WS-UNCL-FILE-STATUS.

           SELECT REISSUE-REQUEST-FILE ASSIGN TO "CHKRISSU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISS-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-TXN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKREG.

       FD  UNCLAIMED-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKUNCL.

       FD  REISSUE-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  RISS-LINE                 PIC X(100).

           COPY ACCTFILE.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-VTXN-FILE-STATUS       PIC X(02).
       01  WS-CTL-FILE-STATUS        PIC X(02).
       01  WS-REG-FILE-STATUS        PIC X(02).
       01  WS-RISS-FILE-STATUS       PIC X(02).
       01  WS-UNCL-FILE-STATUS       PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-TIME           PIC 9(08).

       01  WS-NEW-CHECK-NO           PIC 9(08) VALUE 0.
       01  WS-HELD-PAYEE             PIC X(75) VALUE SPACES.
       01  WS-HELD-AMOUNT            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-HELD-PAYEE-ID          PIC X(08) VALUE SPACES.
       01  WS-HELD-REMIT-ACCT-ID     PIC X(12) VALUE SPACES.
       01  WS-HELD-REMITTER          PIC X(40) VALUE SPACES.
       01  WS-HELD-AUDIT-SEQ-NO      PIC 9(09) VALUE 0.
       01  WS-HELD-GL-STATE          PIC X(01) VALUE SPACE.
       01  WS-CTL-ON-FILE-SW         PIC X(01) VALUE "N".
           88  WS-CTL-ON-FILE            VALUE "Y".
       01  WS-UNCL-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-UNCL-OPEN              VALUE "Y".
       01  WS-ACCT-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-ACCT-OPEN              VALUE "Y".

       01  WS-SUSP-SOURCE            PIC X(08) VALUE "CHKVOID".
       01  WS-SUSP-REASON            PIC X(20) VALUE SPACES.
       01  WS-SUSP-IMAGE             PIC X(100) VALUE SPACES.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-TXNS-READ          PIC 9(06) VALUE 0.
           05  WS-CHECKS-VOIDED      PIC 9(06) VALUE 0.
           05  WS-CHECKS-REISSUED    PIC 9(06) VALUE 0.
           05  WS-TXNS-REJECTED      PIC 9(06) VALUE 0.
           05  WS-CHECKS-CREDITED    PIC 9(06) VALUE 0.
           05  WS-CREDITS-SUSPENDED  PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN I-O CHECK-CONTROL-FILE
           OPEN I-O CHECK-REGISTER-FILE
           OPEN OUTPUT REISSUE-REQUEST-FILE
           OPEN I-O UNCLAIMED-CONTROL-FILE
           IF WS-UNCL-FILE-STATUS = "00"
               SET WS-UNCL-OPEN TO TRUE
           END-IF
           OPEN I-O ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               SET WS-ACCT-OPEN TO TRUE
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-TRAIL-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           PERFORM 1000-PROCESS-VOID-TXN
               UNTIL WS-VTXN-FILE-STATUS = "10"
           CLOSE CHECK-CONTROL-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE REISSUE-REQUEST-FILE
           IF WS-UNCL-OPEN
               CLOSE UNCLAIMED-CONTROL-FILE
           END-IF
           IF WS-ACCT-OPEN
               CLOSE ACCT-MASTER-FILE
           END-IF
           CLOSE AUDIT-TRAIL-FILE

           DISPLAY "CHK-VOID: transactions read " WS-TXNS-READ
           DISPLAY "CHK-VOID: checks voided     " WS-CHECKS-VOIDED
           DISPLAY "CHK-VOID: checks reissued   " WS-CHECKS-REISSUED
           DISPLAY "CHK-VOID: rejected          " WS-TXNS-REJECTED
           DISPLAY "CHK-VOID: official checks credited "
                   WS-CHECKS-CREDITED
           DISPLAY "CHK-VOID: credits to suspense      "
                   WS-CREDITS-SUSPENDED

           IF WS-TXNS-REJECTED > 0 OR WS-CREDITS-SUSPENDED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
                   MOVE "10" TO WS-VTXN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
                   PERFORM 2000-APPLY-ONE-TXN THRU 2000-EXIT
           END-READ.

       2000-APPLY-ONE-TXN.
                   GO TO 2000-EXIT
           END-READ

           IF CHKR-VOIDED AND VTXN-REISSUE
               PERFORM 2500-REISSUE-UNCLAIMED THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF

           IF CHKR-VOIDED
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CHK-VOID: check already voided "

           MOVE CHKR-PAYEE TO WS-HELD-PAYEE
           MOVE CHKR-AMOUNT TO WS-HELD-AMOUNT
           MOVE CHKR-PAYEE-ID TO WS-HELD-PAYEE-ID
           MOVE CHKR-REMIT-ACCT-ID TO WS-HELD-REMIT-ACCT-ID
           MOVE CHKR-REMITTER TO WS-HELD-REMITTER
           MOVE CHKR-AUDIT-SEQ-NO TO WS-HELD-AUDIT-SEQ-NO

      *    A reissued official check stays on 2100 under its new
      *    number; the old number leaves it with no journal.
           MOVE SPACE TO WS-HELD-GL-STATE
           IF VTXN-REISSUE AND CHKR-GL-OUTSTANDING
               MOVE CHKR-GL-STATE TO WS-HELD-GL-STATE
               SET CHKR-GL-VOID-POSTED TO TRUE
           END-IF

           SET CHKR-VOIDED TO TRUE
           MOVE WS-CURRENT-DATE TO CHKR-VOID-DATE
           REWRITE CHKR-RECORD
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED

           IF VTXN-REISSUE
               PERFORM 3000-REISSUE-CHECK
               GO TO 2000-EXIT
           END-IF

           IF WS-HELD-REMIT-ACCT-ID NOT = SPACES
               PERFORM 4000-CREDIT-REMITTER THRU 4000-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A payee claiming a check CHK-STALE voided as stale-dated:
      * the number is already void, so only the replacement is
      * registered, and the control row carries its number so
      * the next CHK-STALE run clears the item.  A voided check
      * with no open unclaimed row is an ordinary double void.
      *----------------------------------------------------------
       2500-REISSUE-UNCLAIMED.
           IF NOT WS-UNCL-OPEN
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CHK-VOID: check already voided "
                       VTXN-CHECK-NO
               GO TO 2500-EXIT
           END-IF
           MOVE VTXN-CHECK-NO TO UNCL-CHECK-NO
           READ UNCLAIMED-CONTROL-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "CHK-VOID: check already voided "
                           VTXN-CHECK-NO
                   GO TO 2500-EXIT
           END-READ
           IF NOT UNCL-LETTER-SENT OR UNCL-REISSUE-NO NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CHK-VOID: unclaimed item not open "
                       VTXN-CHECK-NO
               GO TO 2500-EXIT
           END-IF

           MOVE CHKR-PAYEE TO WS-HELD-PAYEE
           MOVE CHKR-AMOUNT TO WS-HELD-AMOUNT
           MOVE CHKR-PAYEE-ID TO WS-HELD-PAYEE-ID
           MOVE CHKR-REMIT-ACCT-ID TO WS-HELD-REMIT-ACCT-ID
           MOVE CHKR-REMITTER TO WS-HELD-REMITTER
           MOVE CHKR-AUDIT-SEQ-NO TO WS-HELD-AUDIT-SEQ-NO
      *    The claim is paid out of unclaimed funds, not 2100.
           MOVE SPACE TO WS-HELD-GL-STATE
           PERFORM 3000-REISSUE-CHECK

           MOVE WS-NEW-CHECK-NO TO UNCL-REISSUE-NO
           REWRITE UNCL-RECORD
               INVALID KEY
                   DISPLAY "CHK-VOID: rewrite failed for "
                           UNCL-CHECK-NO
           END-REWRITE
           DISPLAY "CHK-VOID: " VTXN-CHECK-NO
                   " claimed from unclaimed funds by " VTXN-USER-ID.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Reissue: register the replacement under the next control
      * number with the voided check's payee and amount, and note
           SET CHKR-ISSUED TO TRUE
           MOVE 0 TO CHKR-PAID-DATE
           MOVE 0 TO CHKR-PAID-AMOUNT
           MOVE 0 TO CHKR-VOID-DATE
           SET CHKR-PPAY-UNSENT TO TRUE
           MOVE WS-HELD-PAYEE-ID TO CHKR-PAYEE-ID
           MOVE WS-HELD-REMIT-ACCT-ID TO CHKR-REMIT-ACCT-ID
           MOVE WS-HELD-REMITTER TO CHKR-REMITTER
           MOVE WS-HELD-AUDIT-SEQ-NO TO CHKR-AUDIT-SEQ-NO
           MOVE WS-HELD-GL-STATE TO CHKR-GL-STATE
           MOVE 0 TO CHKR-GL-DATE
           WRITE CHKR-RECORD
               INVALID KEY
                   DISPLAY "CHK-VOID: duplicate check number "
               DELIMITED BY SIZE INTO RISS-LINE
           WRITE RISS-LINE
           DISPLAY "CHK-VOID: reissued as " WS-NEW-CHECK-NO.

      *----------------------------------------------------------
      * A voided official check: the customer paid for it out of
      * their account at the counter, so the face amount goes
      * back to that account - the fee is earned and stays - and
      * is logged as a DEPOSIT under reason OFCV, the reversal of
      * the OFCK withdrawal that bought it.  A frozen account
      * still takes the credit; an account that is closed or no
      * longer on the master cannot, and the amount goes to the
      * suspense path to be paid out by hand.
      *----------------------------------------------------------
       4000-CREDIT-REMITTER.
           IF NOT WS-ACCT-OPEN
               MOVE "VOID CREDIT NO MSTR" TO WS-SUSP-REASON
               PERFORM 4500-SUSPEND-CREDIT
               GO TO 4000-EXIT
           END-IF
           MOVE WS-HELD-REMIT-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "VOID CREDIT NO ACCT" TO WS-SUSP-REASON
                   PERFORM 4500-SUSPEND-CREDIT
                   GO TO 4000-EXIT
           END-READ
           IF MST-CLOSED
               MOVE "VOID CREDIT CLOSED" TO WS-SUSP-REASON
               PERFORM 4500-SUSPEND-CREDIT
               GO TO 4000-EXIT
           END-IF

           ADD WS-HELD-AMOUNT TO MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   MOVE "VOID CREDIT REWRITE" TO WS-SUSP-REASON
                   PERFORM 4500-SUSPEND-CREDIT
                   GO TO 4000-EXIT
           END-REWRITE
           ADD 1 TO WS-CHECKS-CREDITED

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-DEPOSIT TO TRUE
           MOVE SPACES TO AUDIT-FROM-ACCT-ID
           MOVE WS-HELD-REMIT-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE WS-HELD-AMOUNT TO AUDIT-AMOUNT
           MOVE "OFCV" TO AUDIT-REASON-CODE
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
           WRITE AUDIT-RECORD

      *    The OFCV credit takes the check off 2100 itself.
           IF CHKR-GL-OUTSTANDING
               SET CHKR-GL-VOID-POSTED TO TRUE
               REWRITE CHKR-RECORD
                   INVALID KEY
                       DISPLAY "CHK-VOID: rewrite failed for "
                               CHKR-CHECK-NO
               END-REWRITE
           END-IF
           DISPLAY "CHK-VOID: " VTXN-CHECK-NO " credited to "
                   WS-HELD-REMIT-ACCT-ID " audit seq " AUDIT-SEQ-NO.

       4000-EXIT.
           EXIT.

       4500-SUSPEND-CREDIT.
           ADD 1 TO WS-CREDITS-SUSPENDED
           MOVE WS-HELD-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-SUSP-IMAGE
           STRING "CHECK " VTXN-CHECK-NO
               " ACCT " WS-HELD-REMIT-ACCT-ID
               " AMOUNT " WS-EDIT-AMOUNT
               " SEQ " WS-HELD-AUDIT-SEQ-NO
               DELIMITED BY SIZE INTO WS-SUSP-IMAGE
           CALL "SUSPWRIT" USING WS-SUSP-SOURCE WS-SUSP-REASON
               WS-SUSP-IMAGE
           DISPLAY "CHK-VOID: " VTXN-CHECK-NO " credit suspended - "
                   WS-SUSP-REASON.
