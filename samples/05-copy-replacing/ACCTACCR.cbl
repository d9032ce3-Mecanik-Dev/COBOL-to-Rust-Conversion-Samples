      *               control record (via BUSDATEG) instead of
      *               the system clock, so a morning catch-up
      *               run posts under the date it belongs to.
      *   2026-10-15  Run as one of several parallel partitions
      *               when PARTPARM names a partition: post only
      *               that partition's PARTCTL account-key range,
      *               checkpoint after every account so a failed
      *               partition restarts on its own where it
      *               stopped, and leave the CYCLCTL row to the
      *               ACCT-PMRG merge step.  No PARTPARM is the
      *               whole master in one pass, as before.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ACCR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT PARTITION-PARM-FILE ASSIGN TO "PARTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPRM-FILE-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-KEY
               FILE STATUS IS WS-PART-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTFILE.
               88  CAL-HOLIDAY           VALUE "H".
           05  FILLER                PIC X(71).

       FD  PARTITION-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PPRM-RECORD.
           05  PPRM-PART-NO          PIC 9(02).
           05  FILLER                PIC X(78).

       FD  PARTITION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARTCTL.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
           88  WS-CAPITALIZE-DUE         VALUE "Y".
       01  WS-CAPITALIZED-AMT        PIC S9(7)V99 COMP-3 VALUE 0.

      *    Partitioned run: the partition named on PARTPARM, its
      *    key range off PARTCTL (high key exclusive - the next
      *    partition's low key), and where a restart resumes.
       01  WS-PPRM-FILE-STATUS       PIC X(02).
       01  WS-PART-FILE-STATUS       PIC X(02).
       01  WS-PART-MODE-SW           PIC X(01) VALUE "N".
           88  WS-PART-MODE              VALUE "Y".
       01  WS-PART-RESTART-SW        PIC X(01) VALUE "N".
           88  WS-PART-RESTART           VALUE "Y".
       01  WS-PART-NO                PIC 9(02) VALUE 0.
       01  WS-PART-LOW-ACCT-ID       PIC X(12) VALUE SPACES.
       01  WS-PART-HIGH-ACCT-ID      PIC X(12) VALUE HIGH-VALUES.
       01  WS-PART-RESTART-ACCT-ID   PIC X(12) VALUE SPACES.

       01  WS-RUNC-JOB               PIC X(08) VALUE "ACCTNITE".
       01  WS-RUNC-STEP              PIC X(08) VALUE "ACCTACCR".
       01  WS-RUNC-PHASE             PIC X(01) VALUE "S".
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 0300-LOAD-PARTITION THRU 0300-EXIT
           PERFORM 0100-CHECK-BUSINESS-CALENDAR

           MOVE "S" TO WS-RUNC-PHASE
               CLOSE AUDIT-TRAIL-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
           IF WS-PART-MODE
               PERFORM 0310-POSITION-PARTITION
           END-IF

           PERFORM 1000-PROCESS-ACCOUNT
               UNTIL WS-ACCT-FILE-STATUS = "10"
           MOVE WS-ACCTS-ACCRUED TO WS-RUNC-OUT
           CALL "RUNCTLW" USING WS-RUNC-JOB WS-RUNC-STEP
               WS-RUNC-PHASE WS-RUNC-IN WS-RUNC-OUT WS-RUNC-HASH
           IF WS-PART-MODE
               PERFORM 0330-COMPLETE-PARTITION
           END-IF

           DISPLAY "ACCT-ACCR: accounts read    " WS-ACCTS-READ
           DISPLAY "ACCT-ACCR: accounts accrued " WS-ACCTS-ACCRUED
           IF WS-TODAY-IS-HOLIDAY
               DISPLAY "ACCT-ACCR: " WS-CURRENT-DATE
                       " IS NOT A PROCESSING DATE - NOTHING DONE"
               IF WS-PART-MODE
                   PERFORM 0340-PARTITION-NOTHING-DUE
               END-IF
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
                       DISPLAY "ACCT-ACCR: ALREADY RAN FOR "
                               WS-CURRENT-DATE " - RUN REFUSED"
                       CLOSE CYCLE-DATE-CONTROL-FILE
                       IF WS-PART-MODE
                           CLOSE PARTITION-CONTROL-FILE
                       END-IF
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Partitioned run.  PARTPARM names the partition this job
      * posts; its PARTCTL row gives the account-key range, from
      * its own low key up to the next partition's.  No PARTPARM
      * (or a blank one) is the whole master in one pass, the way
      * the step always ran.  A partition already complete for
      * the business date is skipped cleanly, so resubmitting
      * every partition after one fails re-posts nothing; one
      * that failed part-way resumes after the last account its
      * checkpoint shows finished, with its counts and hash
      * carried forward.
      *----------------------------------------------------------
       0300-LOAD-PARTITION.
           OPEN INPUT PARTITION-PARM-FILE
           IF WS-PPRM-FILE-STATUS NOT = "00"
               GO TO 0300-EXIT
           END-IF
           READ PARTITION-PARM-FILE
               AT END
                   MOVE SPACES TO PPRM-RECORD
           END-READ
           CLOSE PARTITION-PARM-FILE
           IF PPRM-PART-NO NOT NUMERIC
               GO TO 0300-EXIT
           END-IF
           IF PPRM-PART-NO = 0
               GO TO 0300-EXIT
           END-IF

           SET WS-PART-MODE TO TRUE
           MOVE PPRM-PART-NO TO WS-PART-NO
           MOVE SPACES TO WS-RUNC-STEP
           STRING "ACCR-P" WS-PART-NO DELIMITED BY SIZE
               INTO WS-RUNC-STEP

           OPEN I-O PARTITION-CONTROL-FILE
           IF WS-PART-FILE-STATUS NOT = "00"
               DISPLAY "ACCT-ACCR: NO PARTCTL FILE FOR PARTITION "
                       WS-PART-NO " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "ACCTACCR" TO PART-STEP-NAME
           MOVE WS-PART-NO TO PART-NO
           READ PARTITION-CONTROL-FILE
               INVALID KEY
                   DISPLAY "ACCT-ACCR: NO PARTCTL ROW FOR PARTITION "
                           WS-PART-NO " - RUN REFUSED"
                   CLOSE PARTITION-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF PART-RUN-DATE = WS-CURRENT-DATE AND PART-FINISHED
               DISPLAY "ACCT-ACCR: PARTITION " WS-PART-NO
                       " ALREADY COMPLETE FOR " WS-CURRENT-DATE
                       " - SKIPPED"
               CLOSE PARTITION-CONTROL-FILE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE PART-LOW-ACCT-ID TO WS-PART-LOW-ACCT-ID
           IF PART-RUN-DATE = WS-CURRENT-DATE AND PART-RUNNING
               SET WS-PART-RESTART TO TRUE
               MOVE PART-LAST-ACCT-ID TO WS-PART-RESTART-ACCT-ID
               MOVE PART-RECS-IN TO WS-ACCTS-READ
               MOVE PART-RECS-OUT TO WS-ACCTS-ACCRUED
               MOVE PART-AMOUNT-HASH TO WS-RUNC-HASH
               DISPLAY "ACCT-ACCR: PARTITION " WS-PART-NO
                       " RESTARTING AFTER " WS-PART-RESTART-ACCT-ID
           END-IF

      *    The next partition's low key is this one's high key.
           READ PARTITION-CONTROL-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF PART-STEP-NAME = "ACCTACCR"
                       MOVE PART-LOW-ACCT-ID TO WS-PART-HIGH-ACCT-ID
                   END-IF
           END-READ

           MOVE "ACCTACCR" TO PART-STEP-NAME
           MOVE WS-PART-NO TO PART-NO
           READ PARTITION-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PART-RESTART
               MOVE WS-CURRENT-DATE TO PART-RUN-DATE
               SET PART-RUNNING TO TRUE
               MOVE SPACES TO PART-LAST-ACCT-ID
               MOVE 0 TO PART-RECS-IN
               MOVE 0 TO PART-RECS-OUT
               MOVE 0 TO PART-AMOUNT-HASH
               REWRITE PART-RECORD
           END-IF.

       0300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Position the master at the partition's low key, or just
      * past the last account a failed run finished.
      *----------------------------------------------------------
       0310-POSITION-PARTITION.
           IF WS-PART-RESTART AND WS-PART-RESTART-ACCT-ID NOT = SPACES
               MOVE WS-PART-RESTART-ACCT-ID TO MST-ACCT-ID
               START ACCT-MASTER-FILE
                   KEY IS GREATER THAN MST-ACCT-ID
                   INVALID KEY
                       MOVE "10" TO WS-ACCT-FILE-STATUS
               END-START
           ELSE
               MOVE WS-PART-LOW-ACCT-ID TO MST-ACCT-ID
               START ACCT-MASTER-FILE
                   KEY IS NOT LESS THAN MST-ACCT-ID
                   INVALID KEY
                       MOVE "10" TO WS-ACCT-FILE-STATUS
               END-START
           END-IF.

      *----------------------------------------------------------
      * Checkpoint after every account: the account finished and
      * the running counts and hash, so a restart neither skips
      * nor re-posts anything.
      *----------------------------------------------------------
       0320-CHECKPOINT-PARTITION.
           MOVE MST-ACCT-ID TO PART-LAST-ACCT-ID
           MOVE WS-ACCTS-READ TO PART-RECS-IN
           MOVE WS-ACCTS-ACCRUED TO PART-RECS-OUT
           MOVE WS-RUNC-HASH TO PART-AMOUNT-HASH
           REWRITE PART-RECORD
               INVALID KEY
                   DISPLAY "ACCT-ACCR: PARTCTL CHECKPOINT FAILED AT "
                           MST-ACCT-ID
           END-REWRITE.

      *----------------------------------------------------------
      * The range is posted and the partition's RUNCTL row is
      * written - mark the partition complete for the date.
      *----------------------------------------------------------
       0330-COMPLETE-PARTITION.
           MOVE WS-ACCTS-READ TO PART-RECS-IN
           MOVE WS-ACCTS-ACCRUED TO PART-RECS-OUT
           MOVE WS-RUNC-HASH TO PART-AMOUNT-HASH
           SET PART-COMPLETE TO TRUE
           REWRITE PART-RECORD
           CLOSE PARTITION-CONTROL-FILE
           DISPLAY "ACCT-ACCR: PARTITION " WS-PART-NO " COMPLETE".

      *----------------------------------------------------------
      * Tonight is a holiday and nothing is due.  The partition
      * is finished with nothing posted, so the merge step still
      * sees every partition accounted for.
      *----------------------------------------------------------
       0340-PARTITION-NOTHING-DUE.
           SET PART-NOTHING-DUE TO TRUE
           REWRITE PART-RECORD
           CLOSE PARTITION-CONTROL-FILE.

      *----------------------------------------------------------
      * The cycle completed - record today as the last completed
      * business date so tomorrow's run counts its days from here
      * and a rerun tonight is refused.  A partition leaves the
      * row alone: every partition must count its days off the
      * same last cycle, so ACCT-PMRG records the date once all
      * of them are complete.
      *----------------------------------------------------------
       9000-RECORD-CYCLE-DATE.
           IF NOT WS-PART-MODE
               MOVE "ACCTACCR" TO CYCL-STEP-NAME
               MOVE WS-CURRENT-DATE TO CYCL-LAST-CYCLE-DATE
               IF WS-CYCL-ON-FILE
                   REWRITE CYCL-RECORD
               ELSE
                   WRITE CYCL-RECORD
               END-IF
           END-IF
           CLOSE CYCLE-DATE-CONTROL-FILE.

               AT END
                   MOVE "10" TO WS-ACCT-FILE-STATUS
               NOT AT END
                   IF MST-ACCT-ID NOT < WS-PART-HIGH-ACCT-ID
                       MOVE "10" TO WS-ACCT-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-ACCTS-READ
                       PERFORM 1100-ACCRUE-ONE-ACCOUNT THRU 1100-EXIT
                       IF WS-PART-MODE
                           PERFORM 0320-CHECKPOINT-PARTITION
                       END-IF
                   END-IF
           END-READ.

       1100-ACCRUE-ONE-ACCOUNT.
