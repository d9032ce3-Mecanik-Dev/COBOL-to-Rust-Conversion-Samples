      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: partition merge for a partitioned nightly
      * posting step.  ACCT-ACCR, ACCT-FINC and ACCT-MFEE each run
      * as several parallel partitions, one PARTCTL account-key
      * range apiece, and each partition lands its own RUNCTL row
      * (ACCR-P01, ACCR-P02, ...).  Downstream nothing should have
      * to know that: RUNCTLV and RUN-HLTH expect the one step
      * row the single pass used to write.
      * This step, run once per partitioned step with the step
      * name on PMRGPARM, proves every PARTCTL partition for the
      * step finished for the business date - complete, its
      * RUNCTL row present and agreeing with its checkpoint - and
      * that the ranges run in order from the start of the master,
      * then adds the partitions' records in, records out and
      * amount hashes into the step's own RUNCTL row (earliest
      * partition start, latest partition end) and records the
      * cycle date on the step's CYCLCTL row, the one write the
      * partitions leave to it.
      *
      * A partition not yet finished - failed, still running or
      * never submitted - stops the merge with CC=8 and nothing
      * written, so the stream flushes; resubmit the failed
      * partition alone and rerun the merge.  A night the step
      * had nothing due on any partition (a holiday, or ACCT-MFEE
      * outside the first cycle of the month) merges nothing and
      * ends CC=0.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-PARM-FILE ASSIGN TO "PMRGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-KEY
               FILE STATUS IS WS-PART-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-FILE-STATUS.

           SELECT CYCLE-DATE-CONTROL-FILE ASSIGN TO "CYCLDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCL-STEP-NAME
               FILE STATUS IS WS-CYCL-FILE-STATUS.

           SELECT MERGE-REPORT-FILE ASSIGN TO "PMRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-STEP-NAME        PIC X(08).
           05  FILLER                PIC X(72).

       FD  PARTITION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARTCTL.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  CYCLE-DATE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CYCLCTL.

       FD  MERGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-PART-FILE-STATUS       PIC X(02).
       01  WS-RUNC-FILE-STATUS       PIC X(02).
       01  WS-CYCL-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-MERGE-RC               PIC 9(02) VALUE 0.

       01  WS-RUNC-JOB               PIC X(08) VALUE "ACCTNITE".
       01  WS-STEP-NAME              PIC X(08) VALUE SPACES.
       01  WS-PART-RUNC-STEP         PIC X(08) VALUE SPACES.
       01  WS-PREV-LOW-ACCT-ID       PIC X(12) VALUE SPACES.
       01  WS-PART-RESULT            PIC X(36) VALUE SPACES.
       01  WS-MERGE-RESULT           PIC X(60) VALUE SPACES.

       01  WS-ROW-ON-FILE-SW         PIC X(01) VALUE "N".
           88  WS-ROW-ON-FILE            VALUE "Y".
       01  WS-MERGED-SW              PIC X(01) VALUE "N".
           88  WS-STEP-MERGED            VALUE "Y".

       01  WS-COUNTERS.
           05  WS-PARTS-FOUND        PIC 9(04) VALUE 0.
           05  WS-PARTS-COMPLETE     PIC 9(04) VALUE 0.
           05  WS-PARTS-NOTHING-DUE  PIC 9(04) VALUE 0.
           05  WS-PARTS-NOT-READY    PIC 9(04) VALUE 0.

      *    The step total the partitions add up to.
       01  WS-STEP-TOTALS.
           05  WS-TOT-RECS-IN        PIC 9(09) VALUE 0.
           05  WS-TOT-RECS-OUT       PIC 9(09) VALUE 0.
           05  WS-TOT-AMOUNT-HASH    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-FIRST-START-TIME   PIC 9(08) VALUE 99999999.
           05  WS-LAST-END-TIME      PIC 9(08) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(30)
               VALUE "ACCT-PMRG: PARTITION MERGE - ".
           05  RPH-STEP              PIC X(08).
           05  FILLER  PIC X(17)
               VALUE "  BUSINESS DATE ".
           05  RPH-DATE              PIC 9999/99/99.
           05  FILLER  PIC X(67) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(48) VALUE
               "PART LOW ACCT-ID  STEP        RESULT            ".
           05  FILLER  PIC X(48) VALUE
               "                      RECS IN    RECS OUT       ".
           05  FILLER  PIC X(36) VALUE
               " AMOUNT HASH".

       01  WS-RPT-DETAIL.
           05  RPD-PART-NO           PIC Z9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  RPD-LOW-ACCT-ID       PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-RUNC-STEP         PIC X(08).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  RPD-RESULT            PIC X(36).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-RECS-IN           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-RECS-OUT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-AMOUNT-HASH       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(23) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  FILLER  PIC X(30) VALUE "STEP TOTAL".
           05  RPT-RUNC-STEP         PIC X(08).
           05  FILLER                PIC X(29) VALUE SPACES.
           05  RPT-RECS-IN           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPT-RECS-OUT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPT-AMOUNT-HASH       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(23) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05  FILLER  PIC X(12) VALUE "PARTITIONS: ".
           05  RPS-FOUND             PIC ZZZ9.
           05  FILLER  PIC X(12) VALUE "  COMPLETE: ".
           05  RPS-COMPLETE          PIC ZZZ9.
           05  FILLER  PIC X(15) VALUE "  NOTHING DUE: ".
           05  RPS-NOTHING-DUE       PIC ZZZ9.
           05  FILLER  PIC X(13) VALUE "  NOT READY: ".
           05  RPS-NOT-READY         PIC ZZZ9.
           05  FILLER                PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           PERFORM 1000-READ-STEP-PARM

           OPEN OUTPUT MERGE-REPORT-FILE
           MOVE WS-STEP-NAME TO RPH-STEP
           MOVE WS-CURRENT-DATE TO RPH-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNC-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF

           PERFORM 2000-PROVE-PARTITIONS THRU 2000-EXIT
           PERFORM 3000-MERGE-STEP THRU 3000-EXIT
           PERFORM 8000-PRINT-SUMMARY

           CLOSE RUN-CONTROL-FILE
           CLOSE MERGE-REPORT-FILE

           DISPLAY "ACCT-PMRG: " WS-STEP-NAME " partitions "
                   WS-PARTS-FOUND " complete " WS-PARTS-COMPLETE
                   " nothing due " WS-PARTS-NOTHING-DUE
                   " not ready " WS-PARTS-NOT-READY
           DISPLAY "ACCT-PMRG: " WS-MERGE-RESULT
           MOVE WS-MERGE-RC TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------
      * PMRGPARM carries the one partitioned step this run
      * merges, in columns 1-8 (ACCTACCR, ACCTFINC, ACCTMFEE).
      *----------------------------------------------------------
       1000-READ-STEP-PARM.
           OPEN INPUT MERGE-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ MERGE-PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-RECORD
               END-READ
               MOVE PARM-STEP-NAME TO WS-STEP-NAME
               CLOSE MERGE-PARM-FILE
           END-IF
           IF WS-STEP-NAME = SPACES
               DISPLAY "ACCT-PMRG: NO STEP NAME ON PMRGPARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------
      * Walk the step's PARTCTL rows in partition order.
      *----------------------------------------------------------
       2000-PROVE-PARTITIONS.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PART-FILE-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           MOVE WS-STEP-NAME TO PART-STEP-NAME
           MOVE 0 TO PART-NO
           START PARTITION-CONTROL-FILE
               KEY IS NOT LESS THAN PART-KEY
               INVALID KEY
                   MOVE "10" TO WS-PART-FILE-STATUS
           END-START
           PERFORM 2100-NEXT-PARTITION
               UNTIL WS-PART-FILE-STATUS = "10"
           CLOSE PARTITION-CONTROL-FILE.

       2000-EXIT.
           EXIT.

       2100-NEXT-PARTITION.
           READ PARTITION-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-PART-FILE-STATUS
               NOT AT END
                   IF PART-STEP-NAME NOT = WS-STEP-NAME
                       MOVE "10" TO WS-PART-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-PARTS-FOUND
                       PERFORM 2200-PROVE-ONE-PARTITION
                           THRU 2200-EXIT
                       PERFORM 2900-WRITE-PARTITION-LINE
                       MOVE PART-LOW-ACCT-ID TO WS-PREV-LOW-ACCT-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * One partition: its range in order, finished for tonight's
      * business date, and - when it posted - its RUNCTL row on
      * file and agreeing with the counts and hash its last
      * checkpoint carried.
      *----------------------------------------------------------
       2200-PROVE-ONE-PARTITION.
           MOVE SPACES TO WS-PART-RUNC-STEP
           STRING WS-STEP-NAME(5:4) "-P" PART-NO
               DELIMITED BY SIZE INTO WS-PART-RUNC-STEP
           MOVE 0 TO RUNC-RECS-IN
           MOVE 0 TO RUNC-RECS-OUT
           MOVE 0 TO RUNC-AMOUNT-HASH

           IF WS-PARTS-FOUND = 1 AND PART-LOW-ACCT-ID NOT = SPACES
               MOVE "RANGE DOES NOT START AT FIRST ACCT"
                   TO WS-PART-RESULT
               ADD 1 TO WS-PARTS-NOT-READY
               GO TO 2200-EXIT
           END-IF
           IF WS-PARTS-FOUND > 1
               AND PART-LOW-ACCT-ID NOT > WS-PREV-LOW-ACCT-ID
               MOVE "LOW KEY NOT ABOVE PRIOR PARTITION"
                   TO WS-PART-RESULT
               ADD 1 TO WS-PARTS-NOT-READY
               GO TO 2200-EXIT
           END-IF

           IF PART-RUN-DATE NOT = WS-CURRENT-DATE
               MOVE "NOT RUN FOR THIS BUSINESS DATE"
                   TO WS-PART-RESULT
               ADD 1 TO WS-PARTS-NOT-READY
               GO TO 2200-EXIT
           END-IF
           IF NOT PART-FINISHED
               MOVE "STARTED BUT NOT COMPLETE - RESTART"
                   TO WS-PART-RESULT
               ADD 1 TO WS-PARTS-NOT-READY
               GO TO 2200-EXIT
           END-IF
           IF PART-NOTHING-DUE
               MOVE "NOTHING DUE" TO WS-PART-RESULT
               ADD 1 TO WS-PARTS-NOTHING-DUE
               GO TO 2200-EXIT
           END-IF

           MOVE WS-RUNC-JOB TO RUNC-JOB-NAME
           MOVE WS-PART-RUNC-STEP TO RUNC-STEP-NAME
           MOVE WS-CURRENT-DATE TO RUNC-BUS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO RUNC-RECS-IN
                   MOVE 0 TO RUNC-RECS-OUT
                   MOVE 0 TO RUNC-AMOUNT-HASH
                   MOVE "COMPLETE BUT NO RUNCTL ROW"
                       TO WS-PART-RESULT
                   ADD 1 TO WS-PARTS-NOT-READY
                   GO TO 2200-EXIT
           END-READ
           IF RUNC-RECS-IN NOT = PART-RECS-IN
               OR RUNC-RECS-OUT NOT = PART-RECS-OUT
               OR RUNC-AMOUNT-HASH NOT = PART-AMOUNT-HASH
               MOVE "RUNCTL ROW DISAGREES WITH PARTCTL"
                   TO WS-PART-RESULT
               ADD 1 TO WS-PARTS-NOT-READY
               GO TO 2200-EXIT
           END-IF

           MOVE "COMPLETE" TO WS-PART-RESULT
           ADD 1 TO WS-PARTS-COMPLETE
           ADD RUNC-RECS-IN TO WS-TOT-RECS-IN
           ADD RUNC-RECS-OUT TO WS-TOT-RECS-OUT
           ADD RUNC-AMOUNT-HASH TO WS-TOT-AMOUNT-HASH
           IF RUNC-START-TIME < WS-FIRST-START-TIME
               MOVE RUNC-START-TIME TO WS-FIRST-START-TIME
           END-IF
           IF RUNC-END-TIME > WS-LAST-END-TIME
               MOVE RUNC-END-TIME TO WS-LAST-END-TIME
           END-IF.

       2200-EXIT.
           EXIT.

       2900-WRITE-PARTITION-LINE.
           MOVE PART-NO TO RPD-PART-NO
           MOVE PART-LOW-ACCT-ID TO RPD-LOW-ACCT-ID
           MOVE WS-PART-RUNC-STEP TO RPD-RUNC-STEP
           MOVE WS-PART-RESULT TO RPD-RESULT
           MOVE RUNC-RECS-IN TO RPD-RECS-IN
           MOVE RUNC-RECS-OUT TO RPD-RECS-OUT
           MOVE RUNC-AMOUNT-HASH TO RPD-AMOUNT-HASH
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * Merge only when every partition is accounted for.  All
      * finished with nothing due is a quiet night; a mix of
      * posted and nothing-due partitions means they disagreed
      * about the night and nothing is trusted.
      *----------------------------------------------------------
       3000-MERGE-STEP.
           IF WS-PARTS-FOUND = 0
               MOVE "NO PARTCTL PARTITIONS FOR THE STEP - NOT MERGED"
                   TO WS-MERGE-RESULT
               MOVE 8 TO WS-MERGE-RC
               GO TO 3000-EXIT
           END-IF
           IF WS-PARTS-NOT-READY > 0
               MOVE "PARTITIONS NOT READY - STEP NOT MERGED"
                   TO WS-MERGE-RESULT
               MOVE 8 TO WS-MERGE-RC
               GO TO 3000-EXIT
           END-IF
           IF WS-PARTS-NOTHING-DUE = WS-PARTS-FOUND
               MOVE "NOTHING DUE ON ANY PARTITION - NOTHING MERGED"
                   TO WS-MERGE-RESULT
               MOVE 0 TO WS-MERGE-RC
               GO TO 3000-EXIT
           END-IF
           IF WS-PARTS-NOTHING-DUE > 0
               MOVE "PARTITIONS DISAGREE ON WHETHER STEP WAS DUE"
                   TO WS-MERGE-RESULT
               MOVE 8 TO WS-MERGE-RC
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-WRITE-STEP-ROW
           PERFORM 3200-RECORD-CYCLE-DATE
           SET WS-STEP-MERGED TO TRUE
           MOVE "STEP RUNCTL ROW MERGED AND CYCLE DATE RECORDED"
               TO WS-MERGE-RESULT
           MOVE 0 TO WS-MERGE-RC.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The step's own RUNCTL row, in the shape the single pass
      * wrote it.  A rerun of the merge rewrites the same totals.
      *----------------------------------------------------------
       3100-WRITE-STEP-ROW.
           MOVE "N" TO WS-ROW-ON-FILE-SW
           MOVE WS-RUNC-JOB TO RUNC-JOB-NAME
           MOVE WS-STEP-NAME TO RUNC-STEP-NAME
           MOVE WS-CURRENT-DATE TO RUNC-BUS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE WS-RUNC-JOB TO RUNC-JOB-NAME
                   MOVE WS-STEP-NAME TO RUNC-STEP-NAME
                   MOVE WS-CURRENT-DATE TO RUNC-BUS-DATE
               NOT INVALID KEY
                   SET WS-ROW-ON-FILE TO TRUE
           END-READ
           MOVE WS-FIRST-START-TIME TO RUNC-START-TIME
           MOVE WS-LAST-END-TIME TO RUNC-END-TIME
           MOVE WS-TOT-RECS-IN TO RUNC-RECS-IN
           MOVE WS-TOT-RECS-OUT TO RUNC-RECS-OUT
           MOVE WS-TOT-AMOUNT-HASH TO RUNC-AMOUNT-HASH
           IF WS-ROW-ON-FILE
               REWRITE RUNC-RECORD
           ELSE
               WRITE RUNC-RECORD
           END-IF.

      *----------------------------------------------------------
      * Every partition counted its days (or its month) off the
      * same last cycle; record tonight now that all are done.
      *----------------------------------------------------------
       3200-RECORD-CYCLE-DATE.
           OPEN I-O CYCLE-DATE-CONTROL-FILE
           IF WS-CYCL-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-DATE-CONTROL-FILE
               CLOSE CYCLE-DATE-CONTROL-FILE
               OPEN I-O CYCLE-DATE-CONTROL-FILE
           END-IF
           MOVE "N" TO WS-ROW-ON-FILE-SW
           MOVE WS-STEP-NAME TO CYCL-STEP-NAME
           READ CYCLE-DATE-CONTROL-FILE
               INVALID KEY
                   MOVE WS-STEP-NAME TO CYCL-STEP-NAME
               NOT INVALID KEY
                   SET WS-ROW-ON-FILE TO TRUE
           END-READ
           MOVE WS-CURRENT-DATE TO CYCL-LAST-CYCLE-DATE
           IF WS-ROW-ON-FILE
               REWRITE CYCL-RECORD
           ELSE
               WRITE CYCL-RECORD
           END-IF
           CLOSE CYCLE-DATE-CONTROL-FILE.

      *----------------------------------------------------------
      * Step total (when merged), partition counts and result.
      *----------------------------------------------------------
       8000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-STEP-MERGED
               MOVE WS-STEP-NAME TO RPT-RUNC-STEP
               MOVE WS-TOT-RECS-IN TO RPT-RECS-IN
               MOVE WS-TOT-RECS-OUT TO RPT-RECS-OUT
               MOVE WS-TOT-AMOUNT-HASH TO RPT-AMOUNT-HASH
               MOVE WS-RPT-TOTAL TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE WS-PARTS-FOUND TO RPS-FOUND
           MOVE WS-PARTS-COMPLETE TO RPS-COMPLETE
           MOVE WS-PARTS-NOTHING-DUE TO RPS-NOTHING-DUE
           MOVE WS-PARTS-NOT-READY TO RPS-NOT-READY
           MOVE WS-RPT-SUMMARY TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-MERGE-RESULT TO RPT-LINE
           WRITE RPT-LINE.
