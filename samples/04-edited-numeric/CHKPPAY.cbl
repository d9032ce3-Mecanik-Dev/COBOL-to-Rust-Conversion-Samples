      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: positive-pay issue file to the bank.  CHK-PRINT
      * registers every check and CHK-VOID handles jams and
      * reissues, but the bank only learned what we issued when a
      * check was presented, and CHK-RECN caught a mismatch the
      * morning after the money had gone.  This nightly job walks
      * the check register and tells the bank, ahead of
      * presentment, about every check it has not yet heard of:
      * one issue record per newly ISSUED check (number, issue
      * date, amount, payee) and one void record per newly VOIDED
      * number.  The bank refuses any presented item that is not
      * on our file or does not match its amount.  The register's
      * positive-pay state marks what has gone, so a rerun sends
      * nothing twice and a missed night catches up the next.
      * The file carries a header (run date, expected count) and
      * a trailer (actual counts and amount totals) the same way
      * ACCT-EXTR proves the warehouse feed, so the bank's load
      * can prove nothing was dropped in transit.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHK-PPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAY-PARM-FILE ASSIGN TO "PPAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHKR-CHECK-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "PPAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPAY-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-BANK-ACCT-NO     PIC X(17).
           05  FILLER                PIC X(63).

       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKREG.

       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PPAY-HEADER-RECORD.
           05  PPAY-HDR-TYPE             PIC X(01).
           05  PPAY-HDR-BANK-ACCT-NO     PIC X(17).
           05  PPAY-HDR-RUN-DATE         PIC 9(08).
           05  PPAY-HDR-EXPECTED-COUNT   PIC 9(06).
           05  FILLER                    PIC X(78).
       01  PPAY-DETAIL-RECORD.
           05  PPAY-DTL-TYPE             PIC X(01).
           05  PPAY-DTL-ACTION           PIC X(01).
               88  PPAY-DTL-ISSUE            VALUE "I".
               88  PPAY-DTL-VOID             VALUE "V".
           05  PPAY-DTL-CHECK-NO         PIC 9(08).
           05  PPAY-DTL-ISSUE-DATE       PIC 9(08).
           05  PPAY-DTL-AMOUNT           PIC S9(07)V99.
           05  PPAY-DTL-PAYEE            PIC X(75).
           05  PPAY-DTL-VOID-DATE        PIC 9(08).
       01  PPAY-TRAILER-RECORD.
           05  PPAY-TRL-TYPE             PIC X(01).
           05  PPAY-TRL-ACTUAL-COUNT     PIC 9(06).
           05  PPAY-TRL-ISSUE-COUNT      PIC 9(06).
           05  PPAY-TRL-ISSUE-TOTAL      PIC S9(09)V99.
           05  PPAY-TRL-VOID-COUNT       PIC 9(06).
           05  PPAY-TRL-VOID-TOTAL       PIC S9(09)V99.
           05  FILLER                    PIC X(69).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-REG-FILE-STATUS        PIC X(02).
       01  WS-PPAY-FILE-STATUS       PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

       01  WS-BANK-ACCT-NO           PIC X(17) VALUE SPACES.

      *    What this register row owes the bank, decided the same
      *    way on the counting pass and the writing pass.
       01  WS-SEND-SW                PIC X(01) VALUE SPACE.
           88  WS-SEND-NOTHING           VALUE " ".
           88  WS-SEND-ISSUE             VALUE "I".
           88  WS-SEND-VOID              VALUE "V".

       01  WS-COUNTERS.
           05  WS-CHECKS-READ        PIC 9(06) VALUE 0.
           05  WS-EXPECTED-COUNT     PIC 9(06) VALUE 0.
           05  WS-ACTUAL-COUNT       PIC 9(06) VALUE 0.
           05  WS-ISSUE-COUNT        PIC 9(06) VALUE 0.
           05  WS-VOID-COUNT         PIC 9(06) VALUE 0.

       01  WS-ISSUE-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-VOID-TOTAL             PIC S9(09)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           PERFORM 0100-READ-PPAY-PARM

           PERFORM 1000-COUNT-UNSENT-ITEMS

           OPEN I-O CHECK-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "CHK-PPAY: CHKREG OPEN FAILED, STATUS "
                       WS-REG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           PERFORM 2000-WRITE-HEADER
           PERFORM 3000-WRITE-DETAIL-RECORDS
           PERFORM 4000-WRITE-TRAILER
           CLOSE POSITIVE-PAY-FILE
           CLOSE CHECK-REGISTER-FILE

           DISPLAY "CHK-PPAY: checks read      " WS-CHECKS-READ
           DISPLAY "CHK-PPAY: issues sent      " WS-ISSUE-COUNT
                   " total " WS-ISSUE-TOTAL
           DISPLAY "CHK-PPAY: voids sent       " WS-VOID-COUNT
                   " total " WS-VOID-TOTAL
           DISPLAY "CHK-PPAY: expected " WS-EXPECTED-COUNT
                   " actual " WS-ACTUAL-COUNT

           IF WS-ACTUAL-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "CHK-PPAY: HEADER/TRAILER COUNT MISMATCH"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * The bank account the checks are drawn on comes off a
      * one-line parameter file; the bank cannot match a file
      * that does not name it, so a missing number is a hard stop.
      *----------------------------------------------------------
       0100-READ-PPAY-PARM.
           OPEN INPUT PPAY-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PPAY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-BANK-ACCT-NO TO WS-BANK-ACCT-NO
               END-READ
               CLOSE PPAY-PARM-FILE
           END-IF
           IF WS-BANK-ACCT-NO = SPACES
               DISPLAY "CHK-PPAY: NO BANK ACCOUNT ON PPAYPARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------
      * First pass: count what the bank has not yet been told, so
      * the header can carry the expected count ahead of the
      * details - the ACCT-EXTR two-pass shape.
      *----------------------------------------------------------
       1000-COUNT-UNSENT-ITEMS.
           MOVE 0 TO WS-EXPECTED-COUNT
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "CHK-PPAY: CHKREG OPEN FAILED, STATUS "
                       WS-REG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-COUNT-NEXT-CHECK
               UNTIL WS-REG-FILE-STATUS = "10"
           CLOSE CHECK-REGISTER-FILE.

       1100-COUNT-NEXT-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REG-FILE-STATUS
               NOT AT END
                   PERFORM 5000-DECIDE-WHAT-TO-SEND
                   IF NOT WS-SEND-NOTHING
                       ADD 1 TO WS-EXPECTED-COUNT
                   END-IF
           END-READ.

       2000-WRITE-HEADER.
           MOVE SPACES TO PPAY-HEADER-RECORD
           MOVE "H" TO PPAY-HDR-TYPE
           MOVE WS-BANK-ACCT-NO TO PPAY-HDR-BANK-ACCT-NO
           MOVE WS-CURRENT-DATE TO PPAY-HDR-RUN-DATE
           MOVE WS-EXPECTED-COUNT TO PPAY-HDR-EXPECTED-COUNT
           WRITE PPAY-HEADER-RECORD.

      *----------------------------------------------------------
      * Second pass: one detail per unsent issue or void, and the
      * register row marked as sent in the same pass, so the file
      * and the register can never disagree about what went.
      *----------------------------------------------------------
       3000-WRITE-DETAIL-RECORDS.
           MOVE 0 TO CHKR-CHECK-NO
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CHKR-CHECK-NO
               INVALID KEY
                   MOVE "10" TO WS-REG-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-REG-FILE-STATUS
           END-START
           PERFORM 3100-SEND-NEXT-CHECK
               UNTIL WS-REG-FILE-STATUS = "10".

       3100-SEND-NEXT-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REG-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-CHECKS-READ
                   PERFORM 5000-DECIDE-WHAT-TO-SEND
                   IF NOT WS-SEND-NOTHING
                       PERFORM 3200-WRITE-ONE-DETAIL
                   END-IF
           END-READ.

       3200-WRITE-ONE-DETAIL.
           MOVE SPACES TO PPAY-DETAIL-RECORD
           MOVE "D" TO PPAY-DTL-TYPE
           MOVE CHKR-CHECK-NO TO PPAY-DTL-CHECK-NO
           MOVE CHKR-ISSUE-DATE TO PPAY-DTL-ISSUE-DATE
           MOVE CHKR-AMOUNT TO PPAY-DTL-AMOUNT
           MOVE CHKR-PAYEE TO PPAY-DTL-PAYEE
           IF WS-SEND-VOID
               SET PPAY-DTL-VOID TO TRUE
               MOVE CHKR-VOID-DATE TO PPAY-DTL-VOID-DATE
               ADD 1 TO WS-VOID-COUNT
               ADD CHKR-AMOUNT TO WS-VOID-TOTAL
               SET CHKR-PPAY-VOID-SENT TO TRUE
           ELSE
               SET PPAY-DTL-ISSUE TO TRUE
               MOVE 0 TO PPAY-DTL-VOID-DATE
               ADD 1 TO WS-ISSUE-COUNT
               ADD CHKR-AMOUNT TO WS-ISSUE-TOTAL
               SET CHKR-PPAY-ISSUE-SENT TO TRUE
           END-IF
           WRITE PPAY-DETAIL-RECORD
           ADD 1 TO WS-ACTUAL-COUNT

           REWRITE CHKR-RECORD
               INVALID KEY
                   DISPLAY "CHK-PPAY: rewrite failed for "
                           CHKR-CHECK-NO
           END-REWRITE.

      *----------------------------------------------------------
      * Trailer carries the actual count and the issue and void
      * amount totals so the bank's load can balance the file
      * against the header before it arms a single item.
      *----------------------------------------------------------
       4000-WRITE-TRAILER.
           MOVE SPACES TO PPAY-TRAILER-RECORD
           MOVE "T" TO PPAY-TRL-TYPE
           MOVE WS-ACTUAL-COUNT TO PPAY-TRL-ACTUAL-COUNT
           MOVE WS-ISSUE-COUNT TO PPAY-TRL-ISSUE-COUNT
           MOVE WS-ISSUE-TOTAL TO PPAY-TRL-ISSUE-TOTAL
           MOVE WS-VOID-COUNT TO PPAY-TRL-VOID-COUNT
           MOVE WS-VOID-TOTAL TO PPAY-TRL-VOID-TOTAL
           WRITE PPAY-TRAILER-RECORD.

      *----------------------------------------------------------
      * An issued (or already paid) check the bank has not heard
      * of goes as an issue.  A voided number goes as a void
      * unless the void has already gone - including a jam voided
      * the same day it printed, so the bank sees the number
      * accounted for.  A reissue is a fresh ISSUED row of its
      * own and goes as an issue.
      *----------------------------------------------------------
       5000-DECIDE-WHAT-TO-SEND.
           SET WS-SEND-NOTHING TO TRUE
           EVALUATE TRUE
               WHEN CHKR-VOIDED AND NOT CHKR-PPAY-VOID-SENT
                   SET WS-SEND-VOID TO TRUE
               WHEN (CHKR-ISSUED OR CHKR-PAID)
                   AND CHKR-PPAY-UNSENT
                   SET WS-SEND-ISSUE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
