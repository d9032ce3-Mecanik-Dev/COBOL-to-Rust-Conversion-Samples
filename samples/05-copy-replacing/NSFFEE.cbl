      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: NSF item fee.  When a settlement or transfer run
      * rejects a debit because the available balance will not
      * cover it, the account is charged a per-item NSF fee.  Called
      * like VELOCCHK by each path that rejects for funds, this
      * routine prices the fee off the account-type's FEESCHED row
      * and applies the row's daily cap: the day's POSTED NSF fees
      * for the account are counted off the DAYACT extract (or the
      * full audit trail when no current extract is mounted), and
      * once the cap is reached no further fee is charged that
      * day.  A prefix with no row, or a zero fee or zero cap, is
      * never charged.  The caller posts the fee against the
      * master it already holds open and logs it under the FEE
      * transaction type with reason NSFF.
      *
      * The count for each account is taken off the files once per
      * run and then carried in storage, since the caller's own
      * fees are still being written to the trail it holds open.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFFEE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-ACCT-PREFIX
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT DAILY-ACTIVITY-FILE ASSIGN TO "DAYACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEESCHED.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  DAILY-ACTIVITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DACT-RECORD             PIC X(138).

       WORKING-STORAGE SECTION.
       01  WS-FEE-FILE-STATUS      PIC X(02).
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-DACT-FILE-STATUS     PIC X(02).
       01  WS-EXTRACT-USED-SW      PIC X(01) VALUE "N".
           88  WS-EXTRACT-USED         VALUE "Y".

       01  WS-DAY-COUNT            PIC 9(05) VALUE 0.
       01  WS-NSF-AMOUNT           PIC S9(3)V99 VALUE 0.
       01  WS-NSF-DAILY-MAX        PIC 9(02) VALUE 0.

      *    The day's NSF fee count per account charged so far,
      *    held across calls for the life of the run.  Once the
      *    table is full, further accounts are counted off the
      *    files on every call.
       01  WS-NSF-TABLE-CTL.
           05  WS-NSF-COUNT        PIC 9(04) VALUE 0.
           05  WS-NSF-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-NSF-COUNT
                   INDEXED BY WS-NSF-IDX.
               10  NSF-ACCT-ID     PIC X(12).
               10  NSF-DATE        PIC 9(08).
               10  NSF-ITEMS       PIC 9(05).
       01  WS-NSF-FOUND-SW         PIC X(01) VALUE "N".
           88  WS-NSF-FOUND            VALUE "Y".

       LINKAGE SECTION.
       01  LK-ACCT-ID              PIC X(12).
       01  LK-BUSINESS-DATE        PIC 9(08).
       01  LK-FEE-AMOUNT           PIC S9(7)V99 COMP-3.
       01  LK-NSF-FLAG             PIC X(01).
           88  LK-NSF-CHARGE           VALUE "Y".
           88  LK-NSF-NO-CHARGE        VALUE "N".

       PROCEDURE DIVISION USING LK-ACCT-ID LK-BUSINESS-DATE
               LK-FEE-AMOUNT LK-NSF-FLAG.
       0000-MAINLINE.
           SET LK-NSF-NO-CHARGE TO TRUE
           MOVE 0 TO LK-FEE-AMOUNT

           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-FILE-STATUS NOT = "00"
      *        No schedule at all - nothing is parameterized.
               GO TO 0000-EXIT
           END-IF
           MOVE LK-ACCT-ID(1:3) TO FEE-ACCT-PREFIX
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   CLOSE FEE-SCHEDULE-FILE
                   GO TO 0000-EXIT
           END-READ
           MOVE FEE-NSF-AMOUNT TO WS-NSF-AMOUNT
           MOVE FEE-NSF-DAILY-MAX TO WS-NSF-DAILY-MAX
           CLOSE FEE-SCHEDULE-FILE

           IF WS-NSF-AMOUNT NOT > 0 OR WS-NSF-DAILY-MAX = 0
               GO TO 0000-EXIT
           END-IF

           PERFORM 0200-FIND-ACCOUNT-ENTRY THRU 0200-EXIT
           IF WS-NSF-FOUND
               MOVE NSF-ITEMS(WS-NSF-IDX) TO WS-DAY-COUNT
           ELSE
               PERFORM 0500-COUNT-FROM-EXTRACT THRU 0500-EXIT
               IF NOT WS-EXTRACT-USED
                   PERFORM 1000-COUNT-FROM-TRAIL THRU 1000-EXIT
               END-IF
               PERFORM 0300-ADD-ACCOUNT-ENTRY THRU 0300-EXIT
           END-IF

           IF WS-DAY-COUNT NOT < WS-NSF-DAILY-MAX
               GO TO 0000-EXIT
           END-IF

           MOVE WS-NSF-AMOUNT TO LK-FEE-AMOUNT
           SET LK-NSF-CHARGE TO TRUE
           IF WS-NSF-FOUND
               ADD 1 TO NSF-ITEMS(WS-NSF-IDX)
           END-IF.

       0000-EXIT.
           GOBACK.

       0200-FIND-ACCOUNT-ENTRY.
           MOVE "N" TO WS-NSF-FOUND-SW
           IF WS-NSF-COUNT = 0
               GO TO 0200-EXIT
           END-IF
           SET WS-NSF-IDX TO 1
           SEARCH WS-NSF-ENTRY
               AT END
                   CONTINUE
               WHEN NSF-ACCT-ID(WS-NSF-IDX) = LK-ACCT-ID
                   AND NSF-DATE(WS-NSF-IDX) = LK-BUSINESS-DATE
                   SET WS-NSF-FOUND TO TRUE
           END-SEARCH.

       0200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Remember the count just taken off the files, so the next
      * reject for the same account in this run counts its own
      * fees without rereading a trail it cannot yet see.
      *----------------------------------------------------------
       0300-ADD-ACCOUNT-ENTRY.
           IF WS-NSF-COUNT = 500
               GO TO 0300-EXIT
           END-IF
           ADD 1 TO WS-NSF-COUNT
           SET WS-NSF-IDX TO WS-NSF-COUNT
           MOVE LK-ACCT-ID TO NSF-ACCT-ID(WS-NSF-IDX)
           MOVE LK-BUSINESS-DATE TO NSF-DATE(WS-NSF-IDX)
           MOVE WS-DAY-COUNT TO NSF-ITEMS(WS-NSF-IDX)
           SET WS-NSF-FOUND TO TRUE.

       0300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The fast path, the VELOCCHK way: a DAYACT extract carrying
      * the business date already holds exactly the day's POSTED
      * activity.  An extract cut for another date is stale and
      * is left for the full-trail fallback.
      *----------------------------------------------------------
       0500-COUNT-FROM-EXTRACT.
           MOVE "N" TO WS-EXTRACT-USED-SW
           MOVE 0 TO WS-DAY-COUNT
           OPEN INPUT DAILY-ACTIVITY-FILE
           IF WS-DACT-FILE-STATUS NOT = "00"
               GO TO 0500-EXIT
           END-IF
           SET WS-EXTRACT-USED TO TRUE
           PERFORM 0600-COUNT-EXTRACT-ENTRY
               UNTIL WS-DACT-FILE-STATUS = "10"
           CLOSE DAILY-ACTIVITY-FILE.

       0500-EXIT.
           EXIT.

       0600-COUNT-EXTRACT-ENTRY.
           READ DAILY-ACTIVITY-FILE
               AT END
                   MOVE "10" TO WS-DACT-FILE-STATUS
               NOT AT END
                   MOVE DACT-RECORD TO AUDIT-RECORD
                   IF AUDIT-DATE NOT = LK-BUSINESS-DATE
                       MOVE "N" TO WS-EXTRACT-USED-SW
                       MOVE 0 TO WS-DAY-COUNT
                       MOVE "10" TO WS-DACT-FILE-STATUS
                   ELSE
                       IF AUDIT-IS-FEE
                           AND AUDIT-REASON-CODE = "NSFF"
                           AND AUDIT-FROM-ACCT-ID = LK-ACCT-ID
                           ADD 1 TO WS-DAY-COUNT
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Count the day's POSTED NSF fees for the account off the
      * whole trail.  Reversals the branch grants do not give the
      * account its items back.
      *----------------------------------------------------------
       1000-COUNT-FROM-TRAIL.
           MOVE 0 TO WS-DAY-COUNT
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-COUNT-ONE-ENTRY
               UNTIL WS-AUDIT-FILE-STATUS = "10"
           CLOSE AUDIT-TRAIL-FILE.

       1000-EXIT.
           EXIT.

       1100-COUNT-ONE-ENTRY.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-FILE-STATUS
               NOT AT END
                   IF AUDIT-POSTED
                       AND AUDIT-IS-FEE
                       AND AUDIT-REASON-CODE = "NSFF"
                       AND AUDIT-FROM-ACCT-ID = LK-ACCT-ID
                       AND AUDIT-DATE = LK-BUSINESS-DATE
                       ADD 1 TO WS-DAY-COUNT
                   END-IF
           END-READ.
