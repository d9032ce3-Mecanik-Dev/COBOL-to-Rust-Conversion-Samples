      *               a short or trailerless batch really does
      *               leave the master untouched instead of
      *               half-posted.
      *   2026-10-15  An R01 insufficient-funds return charges the
      *               account the NSF item fee for its type (via
      *               NSFFEE, capped per account per day), posted
      *               and logged as its own FEE entry under reason
      *               NSFF.
      *   2026-10-15  Commit-interval checkpoint and restart: a
      *               SETLCKPT row every 100 items and at every
      *               batch end carries the input
      *               position, the batch controls, the run totals
      *               and the last audit sequence number.  A rerun
      *               after an abend skips what already settled,
      *               re-proves the batch in progress against its
      *               trailer and takes the items logged after the
      *               checkpoint back off the audit trail, so no
      *               item posts twice.
      *   2026-10-15  A prenote returned after the checkpoint is
      *               not sent to the operator again on restart.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-SETL.
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
       FD  ACH-INBOUND-FILE
           05  RTN-RETURN-CODE           PIC X(03).
           05  RTN-RETURN-REASON         PIC X(20).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SETLCKPT.

       FD  AUDIT-SEQ-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDSEQ.

       WORKING-STORAGE SECTION.
       01  WS-ACH-FILE-STATUS        PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-RTN-FILE-STATUS        PIC X(02).
       01  WS-CKPT-FILE-STATUS       PIC X(02).
       01  WS-ASEQ-FILE-STATUS       PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-TIME           PIC 9(08).


       01  WS-HELD-UPDATE-SEQ        PIC 9(09) VALUE 0.

       01  WS-NSF-FEE-AMOUNT         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-NSF-FLAG               PIC X(01) VALUE "N".
           88  WS-NSF-CHARGE             VALUE "Y".

      *    The batch's detail items, held untouched until the
      *    trailer proves the control totals.  A batch too big
      *    for the table fails its proof rather than posting a
           05  WS-PRENOTES-VERIFIED  PIC 9(06) VALUE 0.
           05  WS-ITEMS-RETURNED     PIC 9(06) VALUE 0.
           05  WS-BATCHES-FAILED     PIC 9(06) VALUE 0.
           05  WS-NSF-FEES-CHARGED   PIC 9(06) VALUE 0.
           05  WS-RETURNS-WRITTEN    PIC 9(06) VALUE 0.

       01  WS-POSTED-DEBIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-POSTED-CREDIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-TOTAL             PIC Z(10)9.99-.

      *    Commit-interval checkpoint.  A checkpoint goes to
      *    SETLCKPT after every WS-CKPT-INTERVAL settled items
      *    and at the end of every batch, so the item table
      *    never holds more than one interval's audit lines past
      *    the last checkpoint.
       01  WS-CKPT-INTERVAL          PIC 9(04) VALUE 100.
       01  WS-ITEMS-SINCE-CKPT       PIC 9(04) VALUE 0.
       01  WS-CKPT-EXISTS            PIC X(01) VALUE "N".
           88  WS-CKPT-ON-FILE           VALUE "Y".
       01  WS-CKPT-POSITION          PIC 9(09) VALUE 0.
       01  WS-CKPT-ITEMS-DONE        PIC 9(06) VALUE 0.
       01  WS-CKPT-ITEM-REF          PIC X(16) VALUE SPACES.
       01  WS-BATCH-START-POS        PIC 9(09) VALUE 0.
       01  WS-FIRST-ITEM             PIC 9(04) VALUE 1.
       01  WS-LAST-AUDIT-SEQ         PIC 9(09) VALUE 0.

      *    Restart state, loaded off an in-progress checkpoint.
       01  WS-RESTART-SW             PIC X(01) VALUE "N".
           88  WS-RESTARTING             VALUE "Y".
       01  WS-RESTART-PENDING-SW     PIC X(01) VALUE "N".
           88  WS-RESTART-BATCH-PENDING  VALUE "Y".
       01  WS-RESTART-FAILED-SW      PIC X(01) VALUE "N".
           88  WS-RESTART-FAILED         VALUE "Y".
       01  WS-RECOVERING-SW          PIC X(01) VALUE "N".
           88  WS-RECOVERING             VALUE "Y".
       01  WS-REPLAYED-SW            PIC X(01) VALUE "N".
           88  WS-ITEM-REPLAYED          VALUE "Y".
       01  WS-RESTART-POSITION       PIC 9(09) VALUE 0.
       01  WS-RESTART-ITEMS-DONE     PIC 9(06) VALUE 0.
       01  WS-RESTART-ITEM-REF       PIC X(16) VALUE SPACES.
       01  WS-RESTART-CONTROLS.
           05  WS-RESTART-BATCH-NO       PIC 9(06).
           05  WS-RESTART-ITEM-COUNT     PIC 9(06).
           05  WS-RESTART-DEBIT-TOTAL    PIC S9(9)V99.
           05  WS-RESTART-CREDIT-TOTAL   PIC S9(9)V99.
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

           OPEN INPUT ACH-INBOUND-FILE
           OPEN I-O ACCT-MASTER-FILE
           IF WS-RESTARTING
               OPEN EXTEND ACH-RETURNS-FILE
               IF WS-RTN-FILE-STATUS = "05" OR WS-RTN-FILE-STATUS = "35"
                   CLOSE ACH-RETURNS-FILE
                   OPEN OUTPUT ACH-RETURNS-FILE
               END-IF
           ELSE
               OPEN OUTPUT ACH-RETURNS-FILE
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-TRAIL-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           PERFORM 0300-SKIP-SETTLED-RECORD
               UNTIL WS-RECS-READ >= WS-RESTART-POSITION
                  OR WS-ACH-FILE-STATUS = "10"
           IF WS-RECS-READ < WS-RESTART-POSITION
               SET WS-RESTART-FAILED TO TRUE
               ADD 1 TO WS-BATCHES-FAILED
               DISPLAY "ACH-SETL: INPUT ENDS BEFORE THE CHECKPOINT"
                       " - RESTART STOPPED"
           END-IF

           PERFORM 1000-PROCESS-ACH-RECORD
               UNTIL WS-ACH-FILE-STATUS = "10"
                  OR WS-RESTART-FAILED

           IF WS-IN-BATCH
      *        The file ended mid-batch - no trailer ever proved
                       " HAS NO TRAILER - NOTHING POSTED"
           END-IF

           IF WS-RESTART-BATCH-PENDING AND NOT WS-RESTART-FAILED
      *        The batch the checkpoint stopped in never came round
      *        again - this is not the file the last run was on.
               SET WS-RESTART-FAILED TO TRUE
               ADD 1 TO WS-BATCHES-FAILED
               DISPLAY "ACH-SETL: BATCH " WS-RESTART-BATCH-NO
                       " OF THE CHECKPOINT IS NOT ON THE FILE"
                       " - RESTART STOPPED"
           END-IF
           IF WS-RECOVERING AND NOT WS-RESTART-FAILED
               PERFORM 6050-SKIP-FOREIGN-FEE
                   UNTIL WS-RCV-NEXT > WS-RCV-COUNT
                      OR RCV-REASON-CODE(WS-RCV-NEXT) = "ACH "
               IF WS-RCV-NEXT NOT > WS-RCV-COUNT
                   SET WS-RESTART-FAILED TO TRUE
                   ADD 1 TO WS-BATCHES-FAILED
                   DISPLAY "ACH-SETL: AUDIT LINES PAST THE "
                           "CHECKPOINT MATCH NO ITEM"
                           " - RESTART STOPPED"
               END-IF
           END-IF

      *    A run that stopped on a restart that does not match
      *    leaves its checkpoint in progress for the right file.
           IF NOT WS-RESTART-FAILED
               PERFORM 0500-CLEAR-CHECKPOINT
           END-IF

           CLOSE ACH-INBOUND-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE ACH-RETURNS-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CHECKPOINT-FILE

           DISPLAY "ACH-SETL: records read      " WS-RECS-READ
           DISPLAY "ACH-SETL: items posted      " WS-ITEMS-POSTED
                   WS-PRENOTES-VERIFIED
           DISPLAY "ACH-SETL: items returned    " WS-ITEMS-RETURNED
           DISPLAY "ACH-SETL: batches failed    " WS-BATCHES-FAILED
           DISPLAY "ACH-SETL: NSF fees charged  " WS-NSF-FEES-CHARGED
           MOVE WS-POSTED-DEBIT-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "ACH-SETL: debits posted     " WS-EDIT-TOTAL
           MOVE WS-POSTED-CREDIT-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "ACH-SETL: credits posted    " WS-EDIT-TOTAL

           EVALUATE TRUE
               WHEN WS-BATCHES-FAILED > 0
           END-EVALUATE
           STOP RUN.

      *----------------------------------------------------------
      * A checkpoint still in progress means the last run stopped
      * partway: pick up its position, batch controls and run
      * totals, and gather the audit lines it wrote after its
      * last checkpoint.  Otherwise this is a fresh file - note
      * where the audit trail stands before anything posts.
      *----------------------------------------------------------
       0100-LOAD-CHECKPOINT.
           MOVE "ACHSETL " TO SCKP-JOB-NAME
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
           MOVE SCKP-ITEMS-DONE TO WS-RESTART-ITEMS-DONE
           MOVE SCKP-LAST-ITEM-REF TO WS-RESTART-ITEM-REF
           MOVE SCKP-BATCH-CONTROLS TO WS-RESTART-CONTROLS
           MOVE SCKP-LAST-AUDIT-SEQ TO WS-LAST-AUDIT-SEQ
           MOVE SCKP-ITEMS-POSTED TO WS-ITEMS-POSTED
           MOVE SCKP-ITEMS-RETURNED TO WS-ITEMS-RETURNED
           MOVE SCKP-ITEMS-OTHER TO WS-PRENOTES-VERIFIED
           MOVE SCKP-BATCHES-FAILED TO WS-BATCHES-FAILED
           MOVE SCKP-NSF-FEES-CHARGED TO WS-NSF-FEES-CHARGED
           MOVE SCKP-RETURNS-WRITTEN TO WS-RETURNS-WRITTEN
           MOVE SCKP-POSTED-DEBITS TO WS-POSTED-DEBIT-TOTAL
           MOVE SCKP-POSTED-CREDITS TO WS-POSTED-CREDIT-TOTAL
           IF WS-RESTART-ITEMS-DONE > 0
               SET WS-RESTART-BATCH-PENDING TO TRUE
           END-IF
           DISPLAY "ACH-SETL: restarting after input record "
                   WS-RESTART-POSITION
           DISPLAY "ACH-SETL: items of that batch already settled "
                   WS-RESTART-ITEMS-DONE
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
      * Hold every ACH item and NSF fee line the trail carries
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
               DISPLAY "ACH-SETL: audit lines past the checkpoint "
                       WS-RCV-COUNT
           END-IF.

       0210-READ-TRAIL-LINE.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-FILE-STATUS
               NOT AT END
                   IF AUDIT-SEQ-NO > WS-LAST-AUDIT-SEQ
                       AND (AUDIT-REASON-CODE = "ACH "
                         OR AUDIT-REASON-CODE = "NSFF")
                       PERFORM 0220-HOLD-TRAIL-LINE
                   END-IF
           END-READ.

       0220-HOLD-TRAIL-LINE.
           IF WS-RCV-COUNT = 1000
               IF NOT WS-RESTART-FAILED
                   SET WS-RESTART-FAILED TO TRUE
                   ADD 1 TO WS-BATCHES-FAILED
                   DISPLAY "ACH-SETL: TOO MANY AUDIT LINES PAST THE"
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
      * How many returns the last run actually got onto ACHRTRN,
      * so a replayed return is only written if it is missing.
      *----------------------------------------------------------
       0250-COUNT-RETURNS-SENT.
           MOVE 0 TO WS-RTN-ON-FILE
           OPEN INPUT ACH-RETURNS-FILE
           IF WS-RTN-FILE-STATUS = "00"
               PERFORM 0260-COUNT-ONE-RETURN
                   UNTIL WS-RTN-FILE-STATUS = "10"
               CLOSE ACH-RETURNS-FILE
           END-IF.

       0260-COUNT-ONE-RETURN.
           READ ACH-RETURNS-FILE
               AT END
                   MOVE "10" TO WS-RTN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-RTN-ON-FILE
           END-READ.

      *----------------------------------------------------------
      * Pass over the input records that lie wholly behind the
      * checkpoint without looking at them again.
      *----------------------------------------------------------
       0300-SKIP-SETTLED-RECORD.
           READ ACH-INBOUND-FILE
               AT END
                   MOVE "10" TO WS-ACH-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-RECS-READ
           END-READ.

      *----------------------------------------------------------
      * Record where the run stands - WS-CKPT-POSITION input
      * records behind it, the first WS-CKPT-ITEMS-DONE items of
      * the batch that starts there settled - with the batch
      * controls, run totals and last audit sequence number.
      *----------------------------------------------------------
       0400-WRITE-CHECKPOINT.
           MOVE "ACHSETL " TO SCKP-JOB-NAME
           SET SCKP-IN-PROGRESS TO TRUE
           MOVE WS-CURRENT-DATE TO SCKP-RUN-DATE
           MOVE WS-CKPT-POSITION TO SCKP-INPUT-POSITION
           MOVE WS-CKPT-ITEMS-DONE TO SCKP-ITEMS-DONE
           MOVE WS-CKPT-ITEM-REF TO SCKP-LAST-ITEM-REF
           MOVE WS-LAST-AUDIT-SEQ TO SCKP-LAST-AUDIT-SEQ
           MOVE WS-BATCH-NO TO SCKP-BATCH-NO
           MOVE WS-BATCH-ITEM-COUNT TO SCKP-BATCH-ITEM-COUNT
           MOVE WS-BATCH-DEBIT-TOTAL TO SCKP-BATCH-DEBIT-TOTAL
           MOVE WS-BATCH-CREDIT-TOTAL TO SCKP-BATCH-CREDIT-TOTAL
           MOVE WS-ITEMS-POSTED TO SCKP-ITEMS-POSTED
           MOVE WS-ITEMS-RETURNED TO SCKP-ITEMS-RETURNED
           MOVE WS-PRENOTES-VERIFIED TO SCKP-ITEMS-OTHER
           MOVE WS-BATCHES-FAILED TO SCKP-BATCHES-FAILED
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
           MOVE WS-RECS-READ TO WS-CKPT-POSITION
           MOVE 0 TO WS-CKPT-ITEMS-DONE
           MOVE SPACES TO WS-CKPT-ITEM-REF
           PERFORM 0400-WRITE-CHECKPOINT
           SET SCKP-CLEAR TO TRUE
           REWRITE SCKP-RECORD.

       1000-PROCESS-ACH-RECORD.
           READ ACH-INBOUND-FILE
               AT END
                       " HAS NO TRAILER - NOTHING POSTED"
           END-IF
           SET WS-IN-BATCH TO TRUE
           COMPUTE WS-BATCH-START-POS = WS-RECS-READ - 1
           MOVE ACH-HDR-BATCH-NO TO WS-BATCH-NO
           MOVE 0 TO WS-BATCH-ITEM-COUNT
           MOVE 0 TO WS-BATCH-DEBIT-TOTAL
           MOVE SPACES TO AUDIT-TELLER-ID
           MOVE SPACES TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD
           MOVE AUDIT-SEQ-NO TO WS-LAST-AUDIT-SEQ.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * An item returned R01 for funds costs the account its NSF
      * item fee, priced and capped by NSFFEE.  The fee posts
      * against the record as it stands now - the customer owes
      * it whether or not it takes the balance below zero - and
      * goes to the trail as its own FEE entry.
      *----------------------------------------------------------
       3800-ASSESS-NSF-FEE.
           CALL "NSFFEE" USING ACH-DTL-ACCT-ID WS-CURRENT-DATE
               WS-NSF-FEE-AMOUNT WS-NSF-FLAG
           IF NOT WS-NSF-CHARGE
               GO TO 3800-EXIT
           END-IF

           MOVE ACH-DTL-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   GO TO 3800-EXIT
           END-READ
           SUBTRACT WS-NSF-FEE-AMOUNT FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "ACH-SETL: rewrite failed for "
                           MST-ACCT-ID
                   GO TO 3800-EXIT
           END-REWRITE
           ADD 1 TO WS-NSF-FEES-CHARGED

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-FEE TO TRUE
           MOVE ACH-DTL-ACCT-ID TO AUDIT-FROM-ACCT-ID
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

       3800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Returned items go back in the operator's own record shape
      * with the return reason code appended, ready to transmit.
           MOVE WS-RETURN-CODE TO RTN-RETURN-CODE
           MOVE WS-REJECT-REASON TO RTN-RETURN-REASON
           WRITE RTN-RECORD
           ADD 1 TO WS-RETURNS-WRITTEN
           DISPLAY "ACH-SETL: returned " ACH-DTL-TRACE-NO
                   " " WS-RETURN-CODE " - " WS-REJECT-REASON.

               SET WS-BATCH-FAILED TO TRUE
           END-IF

           IF WS-RESTART-BATCH-PENDING
               PERFORM 4100-MATCH-RESTART-BATCH
           END-IF

           EVALUATE TRUE
               WHEN WS-RESTART-FAILED
                   CONTINUE
               WHEN WS-BATCH-FAILED
                   ADD 1 TO WS-BATCHES-FAILED
                   DISPLAY "ACH-SETL: BATCH " WS-BATCH-NO
                           " CONTROL TOTALS DO NOT PROVE - "
                           "NOTHING POSTED"
               WHEN OTHER
                   PERFORM 5000-POST-PROVEN-BATCH
           END-EVALUATE
           MOVE 0 TO WS-ITM-COUNT
           MOVE 1 TO WS-FIRST-ITEM
           MOVE "N" TO WS-BATCH-OVERFLOW-SW
           MOVE "N" TO WS-IN-BATCH-SW

           IF NOT WS-RESTART-FAILED
               MOVE WS-RECS-READ TO WS-CKPT-POSITION
               MOVE 0 TO WS-CKPT-ITEMS-DONE
               MOVE SPACES TO WS-CKPT-ITEM-REF
               PERFORM 0400-WRITE-CHECKPOINT
           END-IF.

      *----------------------------------------------------------
      * Restart only: the batch the checkpoint stopped in has
      * been read again and its trailer proved.  It must be the
      * same batch - number, item count and both totals as the
      * checkpoint carried them, and the last settled item where
      * the checkpoint left it - before the rest of it posts.
      *----------------------------------------------------------
       4100-MATCH-RESTART-BATCH.
           MOVE "N" TO WS-RESTART-PENDING-SW
           IF WS-BATCH-FAILED
               OR WS-BATCH-NO NOT = WS-RESTART-BATCH-NO
               OR WS-BATCH-ITEM-COUNT NOT = WS-RESTART-ITEM-COUNT
               OR WS-BATCH-DEBIT-TOTAL NOT = WS-RESTART-DEBIT-TOTAL
               OR WS-BATCH-CREDIT-TOTAL NOT = WS-RESTART-CREDIT-TOTAL
               OR WS-ITM-COUNT < WS-RESTART-ITEMS-DONE
               SET WS-RESTART-FAILED TO TRUE
           ELSE
               MOVE ITM-IMAGE(WS-RESTART-ITEMS-DONE) TO ACH-RECORD
               IF ACH-DTL-TRACE-NO NOT = WS-RESTART-ITEM-REF(1:15)
                   SET WS-RESTART-FAILED TO TRUE
               END-IF
           END-IF

           IF WS-RESTART-FAILED
               ADD 1 TO WS-BATCHES-FAILED
               DISPLAY "ACH-SETL: BATCH " WS-BATCH-NO
                       " DOES NOT MATCH THE CHECKPOINT"
                       " - RESTART STOPPED"
           ELSE
               COMPUTE WS-FIRST-ITEM = WS-RESTART-ITEMS-DONE + 1
               DISPLAY "ACH-SETL: batch " WS-BATCH-NO
                       " proved again, resuming at item "
                       WS-FIRST-ITEM
           END-IF.

      *----------------------------------------------------------
      * The batch proved - settle the held items in arrival
      *----------------------------------------------------------
       5000-POST-PROVEN-BATCH.
           PERFORM 5100-SETTLE-ONE-ITEM THRU 5100-EXIT
               VARYING WS-ITM-IDX FROM WS-FIRST-ITEM BY 1
               UNTIL WS-ITM-IDX > WS-ITM-COUNT
                  OR WS-RESTART-FAILED.

       5100-SETTLE-ONE-ITEM.
           MOVE ITM-IMAGE(WS-ITM-IDX) TO ACH-RECORD
               SET WS-ITEM-IS-PRENOTE TO TRUE
           END-IF

           IF WS-RECOVERING AND NOT WS-ITEM-IS-PRENOTE
               PERFORM 6000-REPLAY-FROM-TRAIL THRU 6000-EXIT
               IF WS-RESTART-FAILED
                   GO TO 5100-EXIT
               END-IF
               IF WS-ITEM-REPLAYED
                   GO TO 5100-CHECKPOINT
               END-IF
           END-IF

           IF NOT ACH-TC-CREDIT AND NOT ACH-TC-DEBIT
               AND NOT WS-ITEM-IS-PRENOTE
               SET WS-ITEM-REJECTED TO TRUE
      *        to come; nothing posts and nothing is logged as
      *        money movement.
               ADD 1 TO WS-PRENOTES-VERIFIED
               GO TO 5100-CHECKPOINT
           END-IF

           IF ACH-TC-DEBIT

       5100-VERDICT.
           PERFORM 3900-LOG-ACH-ITEM THRU 3900-EXIT
      *    A returned prenote leaves no audit line for a restart to
      *    find, so only the count of returns already on ACHRTRN
      *    can say whether the last run got it there.
           IF WS-ITEM-REJECTED AND WS-ITEM-IS-PRENOTE
               ADD 1 TO WS-ITEMS-RETURNED
               IF WS-RETURNS-WRITTEN < WS-RTN-ON-FILE
                   ADD 1 TO WS-RETURNS-WRITTEN
               ELSE
                   PERFORM 3950-WRITE-RETURN-ITEM
               END-IF
               GO TO 5100-CHECKPOINT
           END-IF
           IF WS-ITEM-REJECTED
               ADD 1 TO WS-ITEMS-RETURNED
               PERFORM 3950-WRITE-RETURN-ITEM
               IF WS-RETURN-CODE = "R01"
                   PERFORM 3800-ASSESS-NSF-FEE THRU 3800-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-ITEMS-POSTED
               IF ACH-TC-DEBIT
                   ADD WS-ITEM-AMOUNT TO WS-POSTED-DEBIT-TOTAL
               ELSE
                   ADD WS-ITEM-AMOUNT TO WS-POSTED-CREDIT-TOTAL
               END-IF
           END-IF.

       5100-CHECKPOINT.
           ADD 1 TO WS-ITEMS-SINCE-CKPT
           IF WS-ITEMS-SINCE-CKPT >= WS-CKPT-INTERVAL
               MOVE WS-BATCH-START-POS TO WS-CKPT-POSITION
               SET WS-CKPT-ITEMS-DONE TO WS-ITM-IDX
               MOVE ACH-DTL-TRACE-NO TO WS-CKPT-ITEM-REF
               PERFORM 0400-WRITE-CHECKPOINT
           END-IF.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Restart only: an item whose audit line is on the trail
      * past the checkpoint settled before the last run stopped.
      * Its verdict comes back off the trail and the master is
      * not touched again; the return and NSF fee that follow it
      * are written only if the last run never got to them.
      * Once the trail's lines run out the replay is over and
      * every item from there settles normally.
      *----------------------------------------------------------
       6000-REPLAY-FROM-TRAIL.
           MOVE "N" TO WS-REPLAYED-SW
           PERFORM 6050-SKIP-FOREIGN-FEE
               UNTIL WS-RCV-NEXT > WS-RCV-COUNT
                  OR RCV-REASON-CODE(WS-RCV-NEXT) = "ACH "
           IF WS-RCV-NEXT > WS-RCV-COUNT
               MOVE "N" TO WS-RECOVERING-SW
               GO TO 6000-EXIT
           END-IF

           IF RCV-ACCT-ID(WS-RCV-NEXT) NOT = ACH-DTL-ACCT-ID
               OR RCV-AMOUNT(WS-RCV-NEXT) NOT = ACH-DTL-AMOUNT
               OR (ACH-TC-DEBIT
                   AND RCV-TRAN-TYPE(WS-RCV-NEXT) NOT = "WITHDRAW")
               OR (NOT ACH-TC-DEBIT
                   AND RCV-TRAN-TYPE(WS-RCV-NEXT) NOT = "DEPOSIT")
               SET WS-RESTART-FAILED TO TRUE
               ADD 1 TO WS-BATCHES-FAILED
               DISPLAY "ACH-SETL: AUDIT TRAIL DOES NOT MATCH ITEM "
                       ACH-DTL-TRACE-NO " - RESTART STOPPED"
               GO TO 6000-EXIT
           END-IF

           SET WS-ITEM-REPLAYED TO TRUE
           MOVE RCV-SEQ-NO(WS-RCV-NEXT) TO WS-LAST-AUDIT-SEQ
           MOVE ACH-DTL-AMOUNT TO WS-ITEM-AMOUNT
           IF RCV-POSTED(WS-RCV-NEXT)
               ADD 1 TO WS-ITEMS-POSTED
               IF ACH-TC-DEBIT
                   ADD WS-ITEM-AMOUNT TO WS-POSTED-DEBIT-TOTAL
               ELSE
                   ADD WS-ITEM-AMOUNT TO WS-POSTED-CREDIT-TOTAL
               END-IF
               ADD 1 TO WS-RCV-NEXT
           ELSE
               PERFORM 6100-REPLAY-RETURN
           END-IF

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
           SET WS-ITEM-REJECTED TO TRUE
           MOVE RCV-REJECT-REASON(WS-RCV-NEXT) TO WS-REJECT-REASON
           EVALUATE WS-REJECT-REASON
               WHEN "INVALID ACCT NUMBER"
                   MOVE "R04" TO WS-RETURN-CODE
               WHEN "NO ACCOUNT"
                   MOVE "R03" TO WS-RETURN-CODE
               WHEN "ACCOUNT CLOSED"
                   MOVE "R02" TO WS-RETURN-CODE
               WHEN "ACCOUNT FROZEN"
                   MOVE "R16" TO WS-RETURN-CODE
               WHEN "INSUFFICIENT FUNDS"
                   MOVE "R01" TO WS-RETURN-CODE
               WHEN "INVALID TRAN CODE"
                   MOVE "R17" TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "R99" TO WS-RETURN-CODE
           END-EVALUATE
           ADD 1 TO WS-RCV-NEXT

           IF WS-RETURNS-WRITTEN < WS-RTN-ON-FILE
               ADD 1 TO WS-RETURNS-WRITTEN
           ELSE
               PERFORM 3950-WRITE-RETURN-ITEM
           END-IF

           IF WS-RETURN-CODE = "R01"
               IF WS-RCV-NEXT > WS-RCV-COUNT
      *            The last run stopped between the return and its
      *            fee - the fee decision is made now.
                   PERFORM 3800-ASSESS-NSF-FEE THRU 3800-EXIT
               ELSE
                   IF RCV-REASON-CODE(WS-RCV-NEXT) = "NSFF"
                       AND RCV-ACCT-ID(WS-RCV-NEXT) = ACH-DTL-ACCT-ID
                       ADD 1 TO WS-NSF-FEES-CHARGED
                       MOVE RCV-SEQ-NO(WS-RCV-NEXT)
                           TO WS-LAST-AUDIT-SEQ
                       ADD 1 TO WS-RCV-NEXT
                   END-IF
               END-IF
           END-IF.
