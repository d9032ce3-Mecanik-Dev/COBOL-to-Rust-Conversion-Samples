      *               supervisor disposition through SUSP-CORR
      *               clears or confirms it.  NAMESCRN logs every
      *               screening for the examiner.
      *   2026-10-15  A debit returned because the available
      *               balance will not cover it charges the account
      *               the NSF item fee for its type (via NSFFEE,
      *               capped per account per day), posted and
      *               logged as its own FEE entry under reason
      *               NSFF.
      *   2026-10-15  Commit-interval checkpoint and restart: a
      *               SETLCKPT row every 100 items carries the
      *               input position, the run totals and the last
      *               audit sequence number.  A rerun after an
      *               abend skips what already settled and takes
      *               the items logged after the checkpoint back
      *               off the audit trail, so no item posts twice.
      *               Settlement is now PERFORMed through its exit.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-SETL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "SETLCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCKP-JOB-NAME
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT AUDIT-SEQ-CONTROL-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASEQ-CONTROL-ID
               FILE STATUS IS WS-ASEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE
           05  RTN-ITEM-IMAGE        PIC X(113).
           05  RTN-RETURN-REASON     PIC X(20).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SETLCKPT.

       FD  AUDIT-SEQ-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDSEQ.

       WORKING-STORAGE SECTION.
       01  WS-STL-FILE-STATUS        PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-RTN-FILE-STATUS        PIC X(02).
       01  WS-CKPT-FILE-STATUS       PIC X(02).
       01  WS-ASEQ-FILE-STATUS       PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-TIME           PIC 9(08).

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
           05  WS-ITEMS-POSTED       PIC 9(06) VALUE 0.
           05  WS-ITEMS-RETURNED     PIC 9(06) VALUE 0.
           05  WS-ITEMS-SUSPENDED    PIC 9(06) VALUE 0.
           05  WS-NSF-FEES-CHARGED   PIC 9(06) VALUE 0.
           05  WS-RETURNS-WRITTEN    PIC 9(06) VALUE 0.

       01  WS-POSTED-DEBIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-POSTED-CREDIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-TOTAL             PIC Z(10)9.99-.

      *    Commit-interval checkpoint, the ACH-SETL shape: a
      *    checkpoint goes to SETLCKPT after every
      *    WS-CKPT-INTERVAL settled items.
       01  WS-CKPT-INTERVAL          PIC 9(04) VALUE 100.
       01  WS-ITEMS-SINCE-CKPT       PIC 9(04) VALUE 0.
       01  WS-CKPT-EXISTS            PIC X(01) VALUE "N".
           88  WS-CKPT-ON-FILE           VALUE "Y".
       01  WS-CKPT-POSITION          PIC 9(09) VALUE 0.
       01  WS-CKPT-ITEM-REF          PIC X(16) VALUE SPACES.
       01  WS-LAST-AUDIT-SEQ         PIC 9(09) VALUE 0.

      *    Restart state, loaded off an in-progress checkpoint.
       01  WS-RESTART-SW             PIC X(01) VALUE "N".
           88  WS-RESTARTING             VALUE "Y".
       01  WS-RESTART-FAILED-SW      PIC X(01) VALUE "N".
           88  WS-RESTART-FAILED         VALUE "Y".
       01  WS-RECOVERING-SW          PIC X(01) VALUE "N".
           88  WS-RECOVERING             VALUE "Y".
       01  WS-REPLAYED-SW            PIC X(01) VALUE "N".
           88  WS-ITEM-REPLAYED          VALUE "Y".
       01  WS-RESTART-POSITION       PIC 9(09) VALUE 0.
       01  WS-RESTART-ITEM-REF       PIC X(16) VALUE SPACES.
       01  WS-RTN-ON-FILE            PIC 9(06) VALUE 0.

      *    This interface's audit lines numbered after the
      *    checkpoint's last sequence number - the items that
      *    settled before the last run stopped, in the order they
      *    settled, with any NSF fee line after its item.
       01  WS-RCV-TABLE-CTL.
           05  WS-RCV-COUNT          PIC 9(04) VALUE 0.
           05  WS-RCV-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RCV-COUNT.
               10  RCV-SEQ-NO        PIC 9(09).
               10  RCV-REASON-CODE   PIC X(04).
               10  RCV-TRAN-TYPE     PIC X(08).
               10  RCV-ACCT-ID       PIC X(12).
               10  RCV-AMOUNT        PIC S9(7)V99.
               10  RCV-STATUS        PIC X(01).
                   88  RCV-POSTED        VALUE "P".
               10  RCV-REJECT-REASON PIC X(20).
       01  WS-RCV-NEXT               PIC 9(04) VALUE 1.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF
           PERFORM 0100-LOAD-CHECKPOINT

           OPEN INPUT SETTLEMENT-FILE
           OPEN I-O ACCT-MASTER-FILE
           IF WS-RESTARTING
               OPEN EXTEND RETURNS-FILE
               IF WS-RTN-FILE-STATUS = "05" OR WS-RTN-FILE-STATUS = "35"
                   CLOSE RETURNS-FILE
                   OPEN OUTPUT RETURNS-FILE
               END-IF
           ELSE
               OPEN OUTPUT RETURNS-FILE
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-TRAIL-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           PERFORM 0300-SKIP-SETTLED-ITEM
               UNTIL WS-ITEMS-READ >= WS-RESTART-POSITION
                  OR WS-STL-FILE-STATUS = "10"
           IF WS-ITEMS-READ < WS-RESTART-POSITION
               OR (WS-RESTART-POSITION > 0
                   AND STL-PROCESSOR-REF NOT = WS-RESTART-ITEM-REF)
      *        The file is short, or the item the checkpoint was
      *        taken on is not where it was - not the same file.
               SET WS-RESTART-FAILED TO TRUE
               DISPLAY "CARD-SETL: INPUT DOES NOT MATCH THE "
                       "CHECKPOINT - RESTART STOPPED"
           END-IF

           PERFORM 1000-PROCESS-ITEM
               UNTIL WS-STL-FILE-STATUS = "10"
                  OR WS-RESTART-FAILED

           IF WS-RECOVERING AND NOT WS-RESTART-FAILED
               PERFORM 6050-SKIP-FOREIGN-FEE
                   UNTIL WS-RCV-NEXT > WS-RCV-COUNT
                      OR RCV-REASON-CODE(WS-RCV-NEXT) = "CARD"
               IF WS-RCV-NEXT NOT > WS-RCV-COUNT
                   SET WS-RESTART-FAILED TO TRUE
                   DISPLAY "CARD-SETL: AUDIT LINES PAST THE "
                           "CHECKPOINT MATCH NO ITEM"
                           " - RESTART STOPPED"
               END-IF
           END-IF

      *    A run that stopped on a restart that does not match
      *    leaves its checkpoint in progress for the right file.
           IF NOT WS-RESTART-FAILED
               PERFORM 0500-CLEAR-CHECKPOINT
           END-IF

           CLOSE SETTLEMENT-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE RETURNS-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CHECKPOINT-FILE

           DISPLAY "CARD-SETL: items read     " WS-ITEMS-READ
           DISPLAY "CARD-SETL: items posted   " WS-ITEMS-POSTED
           DISPLAY "CARD-SETL: items returned " WS-ITEMS-RETURNED
           DISPLAY "CARD-SETL: items suspended " WS-ITEMS-SUSPENDED
           DISPLAY "CARD-SETL: NSF fees charged " WS-NSF-FEES-CHARGED
           MOVE WS-POSTED-DEBIT-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "CARD-SETL: debits posted   " WS-EDIT-TOTAL
           MOVE WS-POSTED-CREDIT-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "CARD-SETL: credits posted  " WS-EDIT-TOTAL

           EVALUATE TRUE
               WHEN WS-RESTART-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ITEMS-RETURNED > 0 OR WS-ITEMS-SUSPENDED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *----------------------------------------------------------
      * A checkpoint still in progress means the last run stopped
      * partway: pick up its position and run totals, and gather
      * the audit lines it wrote after its last checkpoint.
      * Otherwise this is a fresh file - note where the audit
      * trail stands before anything posts.
      *----------------------------------------------------------
       0100-LOAD-CHECKPOINT.
           MOVE "CARDSETL" TO SCKP-JOB-NAME
           READ CHECKPOINT-FILE
               INVALID KEY
                   MOVE "N" TO WS-CKPT-EXISTS
               NOT INVALID KEY
                   SET WS-CKPT-ON-FILE TO TRUE
           END-READ
           IF WS-CKPT-ON-FILE AND SCKP-IN-PROGRESS
               PERFORM 0110-RESUME-FROM-CHECKPOINT
           ELSE
               PERFORM 0150-READ-AUDIT-HIGH-WATER
               PERFORM 0400-WRITE-CHECKPOINT
           END-IF.

       0110-RESUME-FROM-CHECKPOINT.
           SET WS-RESTARTING TO TRUE
           MOVE SCKP-INPUT-POSITION TO WS-RESTART-POSITION
           MOVE SCKP-LAST-ITEM-REF TO WS-RESTART-ITEM-REF
           MOVE SCKP-LAST-AUDIT-SEQ TO WS-LAST-AUDIT-SEQ
           MOVE SCKP-ITEMS-POSTED TO WS-ITEMS-POSTED
           MOVE SCKP-ITEMS-RETURNED TO WS-ITEMS-RETURNED
           MOVE SCKP-ITEMS-OTHER TO WS-ITEMS-SUSPENDED
           MOVE SCKP-NSF-FEES-CHARGED TO WS-NSF-FEES-CHARGED
           MOVE SCKP-RETURNS-WRITTEN TO WS-RETURNS-WRITTEN
           MOVE SCKP-POSTED-DEBITS TO WS-POSTED-DEBIT-TOTAL
           MOVE SCKP-POSTED-CREDITS TO WS-POSTED-CREDIT-TOTAL
           DISPLAY "CARD-SETL: restarting after item "
                   WS-RESTART-POSITION
           PERFORM 0200-LOAD-RECOVERY-TRAIL
           PERFORM 0250-COUNT-RETURNS-SENT.

      *----------------------------------------------------------
      * The last sequence number AUDSEQNO handed out before this
      * run - everything this run logs is numbered above it.
      *----------------------------------------------------------
       0150-READ-AUDIT-HIGH-WATER.
           MOVE 0 TO WS-LAST-AUDIT-SEQ
           OPEN INPUT AUDIT-SEQ-CONTROL-FILE
           IF WS-ASEQ-FILE-STATUS = "00"
               MOVE "AUDITLOG" TO ASEQ-CONTROL-ID
               READ AUDIT-SEQ-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ASEQ-LAST-SEQ-NO TO WS-LAST-AUDIT-SEQ
               END-READ
               CLOSE AUDIT-SEQ-CONTROL-FILE
           END-IF.

      *----------------------------------------------------------
      * Hold every card item and NSF fee line the trail carries
      * past the checkpoint's sequence number.
      *----------------------------------------------------------
       0200-LOAD-RECOVERY-TRAIL.
           MOVE 0 TO WS-RCV-COUNT
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM 0210-READ-TRAIL-LINE
                   UNTIL WS-AUDIT-FILE-STATUS = "10"
               CLOSE AUDIT-TRAIL-FILE
           END-IF
           MOVE 1 TO WS-RCV-NEXT
           IF WS-RCV-COUNT > 0
               SET WS-RECOVERING TO TRUE
               DISPLAY "CARD-SETL: audit lines past the checkpoint "
                       WS-RCV-COUNT
           END-IF.

       0210-READ-TRAIL-LINE.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-FILE-STATUS
               NOT AT END
                   IF AUDIT-SEQ-NO > WS-LAST-AUDIT-SEQ
                       AND (AUDIT-REASON-CODE = "CARD"
                         OR AUDIT-REASON-CODE = "NSFF")
                       PERFORM 0220-HOLD-TRAIL-LINE
                   END-IF
           END-READ.

       0220-HOLD-TRAIL-LINE.
           IF WS-RCV-COUNT = 1000
               IF NOT WS-RESTART-FAILED
                   SET WS-RESTART-FAILED TO TRUE
                   DISPLAY "CARD-SETL: TOO MANY AUDIT LINES PAST THE"
                           " CHECKPOINT - RESTART STOPPED"
               END-IF
           ELSE
               ADD 1 TO WS-RCV-COUNT
               MOVE AUDIT-SEQ-NO TO RCV-SEQ-NO(WS-RCV-COUNT)
               MOVE AUDIT-REASON-CODE TO RCV-REASON-CODE(WS-RCV-COUNT)
               MOVE AUDIT-TRAN-TYPE TO RCV-TRAN-TYPE(WS-RCV-COUNT)
               IF AUDIT-IS-DEPOSIT
                   MOVE AUDIT-TO-ACCT-ID TO RCV-ACCT-ID(WS-RCV-COUNT)
               ELSE
                   MOVE AUDIT-FROM-ACCT-ID
                       TO RCV-ACCT-ID(WS-RCV-COUNT)
               END-IF
               MOVE AUDIT-AMOUNT TO RCV-AMOUNT(WS-RCV-COUNT)
               MOVE AUDIT-STATUS TO RCV-STATUS(WS-RCV-COUNT)
               MOVE AUDIT-REJECT-REASON
                   TO RCV-REJECT-REASON(WS-RCV-COUNT)
           END-IF.

      *----------------------------------------------------------
      * How many returns the last run actually got onto CARDRTRN,
      * so a replayed return is only written if it is missing.
      *----------------------------------------------------------
       0250-COUNT-RETURNS-SENT.
           MOVE 0 TO WS-RTN-ON-FILE
           OPEN INPUT RETURNS-FILE
           IF WS-RTN-FILE-STATUS = "00"
               PERFORM 0260-COUNT-ONE-RETURN
                   UNTIL WS-RTN-FILE-STATUS = "10"
               CLOSE RETURNS-FILE
           END-IF.

       0260-COUNT-ONE-RETURN.
           READ RETURNS-FILE
               AT END
                   MOVE "10" TO WS-RTN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-RTN-ON-FILE
           END-READ.

      *----------------------------------------------------------
      * Pass over the items that lie behind the checkpoint
      * without looking at them again.
      *----------------------------------------------------------
       0300-SKIP-SETTLED-ITEM.
           READ SETTLEMENT-FILE
               AT END
                   MOVE "10" TO WS-STL-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
           END-READ.

      *----------------------------------------------------------
      * Record where the run stands - WS-CKPT-POSITION items
      * settled, the last of them WS-CKPT-ITEM-REF - with the run
      * totals and last audit sequence number.  The batch
      * controls are ACH-SETL's; a card feed has no batches.
      *----------------------------------------------------------
       0400-WRITE-CHECKPOINT.
           MOVE "CARDSETL" TO SCKP-JOB-NAME
           SET SCKP-IN-PROGRESS TO TRUE
           MOVE WS-CURRENT-DATE TO SCKP-RUN-DATE
           MOVE WS-CKPT-POSITION TO SCKP-INPUT-POSITION
           MOVE 0 TO SCKP-ITEMS-DONE
           MOVE WS-CKPT-ITEM-REF TO SCKP-LAST-ITEM-REF
           MOVE WS-LAST-AUDIT-SEQ TO SCKP-LAST-AUDIT-SEQ
           MOVE 0 TO SCKP-BATCH-NO
           MOVE 0 TO SCKP-BATCH-ITEM-COUNT
           MOVE 0 TO SCKP-BATCH-DEBIT-TOTAL
           MOVE 0 TO SCKP-BATCH-CREDIT-TOTAL
           MOVE WS-ITEMS-POSTED TO SCKP-ITEMS-POSTED
           MOVE WS-ITEMS-RETURNED TO SCKP-ITEMS-RETURNED
           MOVE WS-ITEMS-SUSPENDED TO SCKP-ITEMS-OTHER
           MOVE 0 TO SCKP-BATCHES-FAILED
           MOVE WS-NSF-FEES-CHARGED TO SCKP-NSF-FEES-CHARGED
           MOVE WS-RETURNS-WRITTEN TO SCKP-RETURNS-WRITTEN
           MOVE WS-POSTED-DEBIT-TOTAL TO SCKP-POSTED-DEBITS
           MOVE WS-POSTED-CREDIT-TOTAL TO SCKP-POSTED-CREDITS
           IF WS-CKPT-ON-FILE
               REWRITE SCKP-RECORD
           ELSE
               WRITE SCKP-RECORD
               SET WS-CKPT-ON-FILE TO TRUE
           END-IF
           MOVE 0 TO WS-ITEMS-SINCE-CKPT.

      *----------------------------------------------------------
      * The whole file settled - mark the checkpoint clear so the
      * next file starts from the top.
      *----------------------------------------------------------
       0500-CLEAR-CHECKPOINT.
           MOVE WS-ITEMS-READ TO WS-CKPT-POSITION
           MOVE SPACES TO WS-CKPT-ITEM-REF
           PERFORM 0400-WRITE-CHECKPOINT
           SET SCKP-CLEAR TO TRUE
           REWRITE SCKP-RECORD.

       1000-PROCESS-ITEM.
           READ SETTLEMENT-FILE
                   MOVE "10" TO WS-STL-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 1100-SETTLE-ITEM THRU 1100-EXIT
           END-READ.

      *----------------------------------------------------------
      * Settle, log and count one item - unless the trail shows
      * it already settled before a restart - and checkpoint
      * every WS-CKPT-INTERVAL items.
      *----------------------------------------------------------
       1100-SETTLE-ITEM.
           MOVE "N" TO WS-REPLAYED-SW
           IF WS-RECOVERING
               PERFORM 6000-REPLAY-FROM-TRAIL THRU 6000-EXIT
           END-IF
           IF WS-RESTART-FAILED
               GO TO 1100-EXIT
           END-IF

           IF NOT WS-ITEM-REPLAYED
               PERFORM 2000-SETTLE-ONE-ITEM THRU 2000-EXIT
               PERFORM 2900-LOG-SETTLEMENT
               EVALUATE TRUE
                   WHEN WS-ITEM-SUSPENDED
                       ADD 1 TO WS-ITEMS-SUSPENDED
                   WHEN WS-ITEM-REJECTED
                       ADD 1 TO WS-ITEMS-RETURNED
                       PERFORM 2950-WRITE-RETURN-ITEM
                       IF WS-FUNDS-REJECTED
                           PERFORM 2800-ASSESS-NSF-FEE
                               THRU 2800-EXIT
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-ITEMS-POSTED
                       PERFORM 1200-ADD-POSTED-TOTAL
               END-EVALUATE
           END-IF

           ADD 1 TO WS-ITEMS-SINCE-CKPT
           IF WS-ITEMS-SINCE-CKPT >= WS-CKPT-INTERVAL
               MOVE WS-ITEMS-READ TO WS-CKPT-POSITION
               MOVE STL-PROCESSOR-REF TO WS-CKPT-ITEM-REF
               PERFORM 0400-WRITE-CHECKPOINT
           END-IF.

       1100-EXIT.
           EXIT.

       1200-ADD-POSTED-TOTAL.
           IF STL-DEBIT
               ADD WS-SETTLE-AMOUNT TO WS-POSTED-DEBIT-TOTAL
           ELSE
               ADD WS-SETTLE-AMOUNT TO WS-POSTED-CREDIT-TOTAL
           END-IF.

      *----------------------------------------------------------
      * Parse the cardholder name, match the item to the master
      * with the check-digit rule, and post it through the same
       2000-SETTLE-ONE-ITEM.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE "N" TO WS-SUSPEND-FLAG
           MOVE "N" TO WS-FUNDS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE STL-AMOUNT TO WS-SETTLE-AMOUNT

                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "WOULD OVERDRAW ACCOUNT"
                       TO WS-REJECT-REASON
                   SET WS-FUNDS-REJECTED TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF
                   MOVE WS-PARSE-INPUT TO WS-FIRST-NAME
           END-EVALUATE.

      *----------------------------------------------------------
      * A debit returned for funds costs the account its NSF item
      * fee, priced and capped by NSFFEE.  The fee posts whether
      * or not it takes the balance below zero, and goes to the
      * trail as its own FEE entry after the returned item's.
      *----------------------------------------------------------
       2800-ASSESS-NSF-FEE.
           CALL "NSFFEE" USING STL-ACCT-ID WS-CURRENT-DATE
               WS-NSF-FEE-AMOUNT WS-NSF-FLAG
           IF NOT WS-NSF-CHARGE
               GO TO 2800-EXIT
           END-IF

           MOVE STL-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 2800-EXIT
           END-READ
           SUBTRACT WS-NSF-FEE-AMOUNT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "CARD-SETL: rewrite failed for "
                           MST-ACCT-ID
                   GO TO 2800-EXIT
           END-REWRITE
           ADD 1 TO WS-NSF-FEES-CHARGED

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-FEE TO TRUE
           MOVE STL-ACCT-ID TO AUDIT-FROM-ACCT-ID
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
           WRITE AUDIT-RECORD
           MOVE AUDIT-SEQ-NO TO WS-LAST-AUDIT-SEQ.

       2800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Every settlement attempt - posted or returned - goes to
      * the audit trail under the cash-movement types, with the
           MOVE SPACES TO AUDIT-TELLER-ID
           MOVE SPACES TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD
           MOVE AUDIT-SEQ-NO TO WS-LAST-AUDIT-SEQ.
      *----------------------------------------------------------
      * Returned items go back in the processor's own record
      * shape with the return reason appended, ready for
           MOVE STL-RECORD TO RTN-ITEM-IMAGE
           MOVE WS-REJECT-REASON TO RTN-RETURN-REASON
           WRITE RTN-RECORD
           ADD 1 TO WS-RETURNS-WRITTEN
           DISPLAY "CARD-SETL: returned " STL-PROCESSOR-REF
                   " - " WS-REJECT-REASON.

      *----------------------------------------------------------
      * Restart only: an item whose audit line is on the trail
      * past the checkpoint settled before the last run stopped.
      * Its verdict comes back off the trail and neither the
      * master nor the suspense file is touched again; the
      * return and NSF fee that follow it are written only if
      * the last run never got to them.  Once the trail's lines
      * run out the replay is over and every item from there
      * settles normally.
      *----------------------------------------------------------
       6000-REPLAY-FROM-TRAIL.
           PERFORM 6050-SKIP-FOREIGN-FEE
               UNTIL WS-RCV-NEXT > WS-RCV-COUNT
                  OR RCV-REASON-CODE(WS-RCV-NEXT) = "CARD"
           IF WS-RCV-NEXT > WS-RCV-COUNT
               MOVE "N" TO WS-RECOVERING-SW
               GO TO 6000-EXIT
           END-IF

           IF RCV-ACCT-ID(WS-RCV-NEXT) NOT = STL-ACCT-ID
               OR RCV-AMOUNT(WS-RCV-NEXT) NOT = STL-AMOUNT
               OR (STL-DEBIT
                   AND RCV-TRAN-TYPE(WS-RCV-NEXT) NOT = "WITHDRAW")
               OR (NOT STL-DEBIT
                   AND RCV-TRAN-TYPE(WS-RCV-NEXT) NOT = "DEPOSIT")
               SET WS-RESTART-FAILED TO TRUE
               DISPLAY "CARD-SETL: AUDIT TRAIL DOES NOT MATCH ITEM "
                       STL-PROCESSOR-REF " - RESTART STOPPED"
               GO TO 6000-EXIT
           END-IF

           SET WS-ITEM-REPLAYED TO TRUE
           MOVE RCV-SEQ-NO(WS-RCV-NEXT) TO WS-LAST-AUDIT-SEQ
           MOVE STL-AMOUNT TO WS-SETTLE-AMOUNT
           EVALUATE TRUE
               WHEN RCV-POSTED(WS-RCV-NEXT)
                   ADD 1 TO WS-ITEMS-POSTED
                   PERFORM 1200-ADD-POSTED-TOTAL
                   ADD 1 TO WS-RCV-NEXT
               WHEN RCV-REJECT-REASON(WS-RCV-NEXT) = "WATCH LIST HIT"
                   ADD 1 TO WS-ITEMS-SUSPENDED
                   ADD 1 TO WS-RCV-NEXT
               WHEN OTHER
                   PERFORM 6100-REPLAY-RETURN
           END-EVALUATE

           IF WS-RCV-NEXT > WS-RCV-COUNT
               MOVE "N" TO WS-RECOVERING-SW
           END-IF.

       6000-EXIT.
           EXIT.

      *    An NSF fee line some other posting path wrote in among
      *    this interface's lines.
       6050-SKIP-FOREIGN-FEE.
           ADD 1 TO WS-RCV-NEXT.

       6100-REPLAY-RETURN.
           ADD 1 TO WS-ITEMS-RETURNED
           MOVE RCV-REJECT-REASON(WS-RCV-NEXT) TO WS-REJECT-REASON
           ADD 1 TO WS-RCV-NEXT

           IF WS-RETURNS-WRITTEN < WS-RTN-ON-FILE
               ADD 1 TO WS-RETURNS-WRITTEN
           ELSE
               PERFORM 2950-WRITE-RETURN-ITEM
           END-IF

           IF WS-REJECT-REASON = "WOULD OVERDRAW ACCOUNT"
               IF WS-RCV-NEXT > WS-RCV-COUNT
      *            The last run stopped between the return and its
      *            fee - the fee decision is made now.
                   PERFORM 2800-ASSESS-NSF-FEE THRU 2800-EXIT
               ELSE
                   IF RCV-REASON-CODE(WS-RCV-NEXT) = "NSFF"
                       AND RCV-ACCT-ID(WS-RCV-NEXT) = STL-ACCT-ID
                       ADD 1 TO WS-NSF-FEES-CHARGED
                       MOVE RCV-SEQ-NO(WS-RCV-NEXT)
                           TO WS-LAST-AUDIT-SEQ
                       ADD 1 TO WS-RCV-NEXT
                   END-IF
               END-IF
           END-IF.
