      *               sorted DAYACT daily extract ACCT-DACT
      *               cuts, instead of scanning the whole audit
      *               log end to end.
      *   2026-10-15  Prove the posting steps' RUNCTL amount hashes
      *               (ACCT-ACCR, ACCT-FINC, ACCT-MFEE - merged
      *               from their partitions by ACCT-PMRG) against
      *               the day's posted audit lines for each, so a
      *               partition whose postings never reached the
      *               trail fails the proof.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PRUF.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTFILE.
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(100).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-SNAPIN-FILE-STATUS     PIC X(02).
       01  WS-SNAPOUT-FILE-STATUS    PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-RUNC-FILE-STATUS       PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

      *    Yesterday's closing balances, loaded off the prior
       01  WS-TOTAL-NET-ACTIVITY     PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-EDIT-AMT               PIC -Z,ZZZ,ZZ9.99.

      *    The posting steps whose RUNCTL amount hash is proved
      *    against the day's audit lines carrying their reason
      *    code.
       01  WS-STEP-PROOF-VALUES.
           05  FILLER  PIC X(12) VALUE "ACCTACCRACCR".
           05  FILLER  PIC X(12) VALUE "ACCTFINCFINC".
           05  FILLER  PIC X(12) VALUE "ACCTMFEEMFEE".
       01  WS-STEP-PROOF-TABLE REDEFINES WS-STEP-PROOF-VALUES.
           05  WS-STEP-PROOF-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-STEP-IDX.
               10  STP-STEP-NAME    PIC X(08).
               10  STP-REASON-CODE  PIC X(04).
       01  WS-STEP-POSTED-TOTALS.
           05  WS-STEP-POSTED       PIC S9(11)V99 COMP-3
                                    OCCURS 3 TIMES.
       01  WS-RUNC-JOB               PIC X(08) VALUE "ACCTNITE".
       01  WS-HASH-VARIANCE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-HASH              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-ACCTS-PROVED       PIC 9(06) VALUE 0.
           05  WS-ACCTS-IN-BALANCE   PIC 9(06) VALUE 0.
           05  WS-ACCTS-OUT-BALANCE  PIC 9(06) VALUE 0.
           05  WS-STEPS-OUT-BALANCE  PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-PROVE-ACCOUNT
               UNTIL WS-ACCT-FILE-STATUS = "10"

           PERFORM 3000-PROVE-STEP-HASHES THRU 3000-EXIT
           PERFORM 9000-PRINT-PROOF-SUMMARY

           CLOSE ACCT-MASTER-FILE
                   WS-ACCTS-IN-BALANCE
           DISPLAY "ACCT-PRUF: accounts out of balance "
                   WS-ACCTS-OUT-BALANCE
           DISPLAY "ACCT-PRUF: step hashes out of balance "
                   WS-STEPS-OUT-BALANCE

           IF WS-ACCTS-OUT-BALANCE > 0 OR WS-STEPS-OUT-BALANCE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           MOVE MST-BALANCE TO SNPO-BALANCE
           WRITE SNPO-RECORD.

      *----------------------------------------------------------
      * Prove each posting step's RUNCTL amount hash against the
      * day's posted audit lines under its reason code.  The hash
      * is the step's own running total, or the sum of its
      * partitions' after ACCT-PMRG merged them; either way it
      * must match what reached the trail.  A step with no row
      * tonight (a holiday, or ACCT-MFEE outside the first cycle
      * of the month) must have posted nothing.
      *----------------------------------------------------------
       3000-PROVE-STEP-HASHES.
           MOVE 0 TO WS-STEP-POSTED(1)
           MOVE 0 TO WS-STEP-POSTED(2)
           MOVE 0 TO WS-STEP-POSTED(3)
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-ADD-STEP-POSTING
               UNTIL WS-AUDIT-FILE-STATUS = "10"
           CLOSE AUDIT-TRAIL-FILE

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-FILE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-PROVE-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 3
           CLOSE RUN-CONTROL-FILE.

       3000-EXIT.
           EXIT.

       3100-ADD-STEP-POSTING.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-FILE-STATUS
               NOT AT END
                   IF AUDIT-POSTED AND AUDIT-DATE = WS-CURRENT-DATE
                       SET WS-STEP-IDX TO 1
                       SEARCH WS-STEP-PROOF-ENTRY
                           AT END
                               CONTINUE
                           WHEN STP-REASON-CODE(WS-STEP-IDX)
                                   = AUDIT-REASON-CODE
                               ADD AUDIT-AMOUNT
                                   TO WS-STEP-POSTED(WS-STEP-IDX)
                       END-SEARCH
                   END-IF
           END-READ.

       3200-PROVE-ONE-STEP.
           MOVE WS-RUNC-JOB TO RUNC-JOB-NAME
           MOVE STP-STEP-NAME(WS-STEP-IDX) TO RUNC-STEP-NAME
           MOVE WS-CURRENT-DATE TO RUNC-BUS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO RUNC-AMOUNT-HASH
           END-READ
           COMPUTE WS-HASH-VARIANCE =
               RUNC-AMOUNT-HASH - WS-STEP-POSTED(WS-STEP-IDX)
           IF WS-HASH-VARIANCE NOT = 0
               ADD 1 TO WS-STEPS-OUT-BALANCE
               MOVE WS-HASH-VARIANCE TO WS-EDIT-HASH
               MOVE SPACES TO RPT-LINE
               STRING STP-STEP-NAME(WS-STEP-IDX)
                   " RUNCTL HASH-POSTED AUDIT VARIANCE="
                   WS-EDIT-HASH
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *----------------------------------------------------------
      * Trailer: accounts proved, in/out of balance, and the net
      * movement the audit trail accounts for across the day.
