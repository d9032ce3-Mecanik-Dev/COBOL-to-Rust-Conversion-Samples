      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: NSF fees still open on an account.  Before the
      * branch refunds an NSF item fee it has to know one was
      * charged: this routine totals the account's POSTED NSF item
      * fees (FEE entries under reason NSFF, debited from the
      * account) off the audit trail, less the POSTED reversals
      * already granted (FEE entries under reason NSFR, credited
      * back to it), and returns what is left together with the
      * most recent fee charged.  Called like VELOCCHK by
      * ACCT-TELR before it posts a reversal.
      *
      * The trail is read once per account per run and the answer
      * carried in storage, the NSFFEE way, since the caller's
      * own reversals are still being written to the trail it
      * holds open: the caller reports each reversal it posts
      * (function R) and the open amount is reduced here.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFOPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-FEES-OPEN            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-LAST-FEE             PIC S9(7)V99 COMP-3 VALUE 0.

      *    Open NSF fees per account taken off the trail so far,
      *    held across calls for the life of the run.  Once the
      *    table is full, further accounts are read off the trail
      *    on every call.
       01  WS-OPEN-TABLE-CTL.
           05  WS-OPEN-COUNT       PIC 9(03) VALUE 0.
           05  WS-OPEN-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OPEN-COUNT
                   INDEXED BY WS-OPEN-IDX.
               10  OPN-ACCT-ID     PIC X(12).
               10  OPN-FEES-OPEN   PIC S9(7)V99 COMP-3.
               10  OPN-LAST-FEE    PIC S9(7)V99 COMP-3.
       01  WS-OPEN-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-OPEN-FOUND           VALUE "Y".

       LINKAGE SECTION.
       01  LK-FUNCTION             PIC X(01).
           88  LK-QUERY-OPEN           VALUE "Q".
           88  LK-RECORD-REVERSAL      VALUE "R".
       01  LK-ACCT-ID              PIC X(12).
       01  LK-AMOUNT               PIC S9(7)V99 COMP-3.
       01  LK-FEES-OPEN            PIC S9(7)V99 COMP-3.
       01  LK-LAST-FEE             PIC S9(7)V99 COMP-3.

       PROCEDURE DIVISION USING LK-FUNCTION LK-ACCT-ID LK-AMOUNT
               LK-FEES-OPEN LK-LAST-FEE.
       0000-MAINLINE.
           PERFORM 0200-FIND-ACCOUNT-ENTRY THRU 0200-EXIT
           IF NOT WS-OPEN-FOUND
               PERFORM 1000-TOTAL-FROM-TRAIL THRU 1000-EXIT
               PERFORM 0300-ADD-ACCOUNT-ENTRY THRU 0300-EXIT
           END-IF

           IF LK-RECORD-REVERSAL
               SUBTRACT LK-AMOUNT FROM WS-FEES-OPEN
               IF WS-OPEN-FOUND
                   MOVE WS-FEES-OPEN TO OPN-FEES-OPEN(WS-OPEN-IDX)
               END-IF
           END-IF

           MOVE WS-FEES-OPEN TO LK-FEES-OPEN
           MOVE WS-LAST-FEE TO LK-LAST-FEE
           GOBACK.

       0200-FIND-ACCOUNT-ENTRY.
           MOVE "N" TO WS-OPEN-FOUND-SW
           IF WS-OPEN-COUNT = 0
               GO TO 0200-EXIT
           END-IF
           SET WS-OPEN-IDX TO 1
           SEARCH WS-OPEN-ENTRY
               AT END
                   CONTINUE
               WHEN OPN-ACCT-ID(WS-OPEN-IDX) = LK-ACCT-ID
                   SET WS-OPEN-FOUND TO TRUE
                   MOVE OPN-FEES-OPEN(WS-OPEN-IDX) TO WS-FEES-OPEN
                   MOVE OPN-LAST-FEE(WS-OPEN-IDX) TO WS-LAST-FEE
           END-SEARCH.

       0200-EXIT.
           EXIT.

       0300-ADD-ACCOUNT-ENTRY.
           IF WS-OPEN-COUNT = 200
               GO TO 0300-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           SET WS-OPEN-IDX TO WS-OPEN-COUNT
           MOVE LK-ACCT-ID TO OPN-ACCT-ID(WS-OPEN-IDX)
           MOVE WS-FEES-OPEN TO OPN-FEES-OPEN(WS-OPEN-IDX)
           MOVE WS-LAST-FEE TO OPN-LAST-FEE(WS-OPEN-IDX)
           SET WS-OPEN-FOUND TO TRUE.

       0300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The whole trail, not the day's extract: the fee being
      * refunded may have been charged on any earlier night.
      *----------------------------------------------------------
       1000-TOTAL-FROM-TRAIL.
           MOVE 0 TO WS-FEES-OPEN
           MOVE 0 TO WS-LAST-FEE
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-TOTAL-ONE-ENTRY
               UNTIL WS-AUDIT-FILE-STATUS = "10"
           CLOSE AUDIT-TRAIL-FILE.

       1000-EXIT.
           EXIT.

       1100-TOTAL-ONE-ENTRY.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-FILE-STATUS
               NOT AT END
                   IF AUDIT-POSTED AND AUDIT-IS-FEE
                       IF AUDIT-REASON-CODE = "NSFF"
                           AND AUDIT-FROM-ACCT-ID = LK-ACCT-ID
                           ADD AUDIT-AMOUNT TO WS-FEES-OPEN
                           MOVE AUDIT-AMOUNT TO WS-LAST-FEE
                       END-IF
                       IF AUDIT-REASON-CODE = "NSFR"
                           AND AUDIT-TO-ACCT-ID = LK-ACCT-ID
                           SUBTRACT AUDIT-AMOUNT FROM WS-FEES-OPEN
                       END-IF
                   END-IF
           END-READ.
