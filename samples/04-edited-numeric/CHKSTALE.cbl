      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: stale-dated check void and unclaimed funds.
      * CHK-RECN flags outstanding checks past the stale-date
      * window as candidates on its report, and then nothing
      * happened - stale checks sat outstanding forever and the
      * books overstated cash by every check a vendor never
      * cashed.  This monthly job runs the follow-through, staged
      * on the CHKUNCL control file the way ACCT-ESCH stages
      * dormant balances on ESCHCTL, so a rerun never repeats a
      * stage:
      *
      *   1. A check still ISSUED past the CHKSPARM stale limit
      *      is VOIDED on the register (so CHK-PPAY tells the bank
      *      to refuse it), goes on the control file as LETTER
      *      SENT, and the payee gets a due-diligence letter.  The
      *      amount moves off cash-and-clearing onto the 3200
      *      unclaimed-checks liability.  An official check is
      *      first marked stale for GL-POST, which moves it out of
      *      the 2100 outstanding checks into cash and clearing.
      *   2. A payee who claims the funds inside the window is
      *      paid by a CHK-VOID reissue of the stale number, which
      *      stamps the replacement number on the control row;
      *      this job then clears the item and moves the amount
      *      back out of 3200 against the new outstanding check.
      *   3. When the response window passes with no claim, the
      *      item goes on the state remittance file and is marked
      *      REMITTED, and 3200 is relieved against cash.
      *
      * The day's stale, claimed and remitted totals go to the
      * CHKUTOTS feed for GL-POST to journal, the ARTOTS pattern,
      * so this job is dated off the BUSDATE control record.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHK-STALE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STALE-PARM-FILE ASSIGN TO "CHKSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHKR-CHECK-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT UNCLAIMED-CONTROL-FILE ASSIGN TO "CHKUNCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNCL-CHECK-NO
               FILE STATUS IS WS-UNCL-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "CHKULTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.

           SELECT REMITTANCE-FILE ASSIGN TO "CHKUREMI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-FILE-STATUS.

           SELECT UNCLAIMED-TOTALS-FILE ASSIGN TO "CHKUTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STALE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-STALE-DAYS       PIC 9(05).
           05  PARM-RESPONSE-DAYS    PIC 9(05).
           05  FILLER                PIC X(70).

       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKREG.

       FD  UNCLAIMED-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKUNCL.

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LTR-LINE                  PIC X(100).

       FD  REMITTANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REMIT-RECORD.
           05  REMIT-CHECK-NO        PIC 9(08).
           05  REMIT-PAYEE           PIC X(75).
           05  REMIT-ISSUE-DATE      PIC 9(08).
           05  REMIT-AMOUNT          PIC S9(7)V99.
           05  REMIT-DATE            PIC 9(08).

       FD  UNCLAIMED-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01  UTOT-RECORD.
           05  UTOT-RUN-DATE         PIC 9(08).
           05  UTOT-STALE-AMOUNT     PIC S9(9)V99.
           05  UTOT-CLAIMED-AMOUNT   PIC S9(9)V99.
           05  UTOT-REMITTED-AMOUNT  PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-REG-FILE-STATUS        PIC X(02).
       01  WS-UNCL-FILE-STATUS       PIC X(02).
       01  WS-LTR-FILE-STATUS        PIC X(02).
       01  WS-REM-FILE-STATUS        PIC X(02).
       01  WS-UTOT-FILE-STATUS       PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

       01  WS-STALE-DAYS             PIC 9(05) VALUE 0.
       01  WS-RESPONSE-DAYS          PIC 9(05) VALUE 0.

       01  WS-TODAY-INTEGER          PIC 9(07) VALUE 0.
       01  WS-WORK-INTEGER           PIC 9(07) VALUE 0.
       01  WS-DAYS-ELAPSED           PIC S9(07) VALUE 0.

       01  WS-EDIT-AMT               PIC -Z,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-CHECKS-READ        PIC 9(06) VALUE 0.
           05  WS-CHECKS-STALED      PIC 9(06) VALUE 0.
           05  WS-ITEMS-CLAIMED      PIC 9(06) VALUE 0.
           05  WS-ITEMS-REMITTED     PIC 9(06) VALUE 0.

       01  WS-STALE-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CLAIMED-TOTAL          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-REMITTED-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)

           PERFORM 1000-READ-STALE-PARM

           OPEN I-O UNCLAIMED-CONTROL-FILE
           IF WS-UNCL-FILE-STATUS = "35"
               OPEN OUTPUT UNCLAIMED-CONTROL-FILE
               CLOSE UNCLAIMED-CONTROL-FILE
               OPEN I-O UNCLAIMED-CONTROL-FILE
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REMITTANCE-FILE

      *    Claims and lapsed windows first, so an item voided
      *    tonight is never assessed on the night it was voided.
           PERFORM 3000-ADVANCE-UNCLAIMED-ITEMS

           OPEN I-O CHECK-REGISTER-FILE
           PERFORM 2000-VOID-STALE-CHECKS
           CLOSE CHECK-REGISTER-FILE

           CLOSE LETTER-FILE
           CLOSE REMITTANCE-FILE
           CLOSE UNCLAIMED-CONTROL-FILE

           PERFORM 4000-WRITE-UNCLAIMED-TOTALS

           DISPLAY "CHK-STALE: checks read      " WS-CHECKS-READ
           DISPLAY "CHK-STALE: stale voided     " WS-CHECKS-STALED
                   " total " WS-STALE-TOTAL
           DISPLAY "CHK-STALE: items claimed    " WS-ITEMS-CLAIMED
                   " total " WS-CLAIMED-TOTAL
           DISPLAY "CHK-STALE: items remitted   " WS-ITEMS-REMITTED
                   " total " WS-REMITTED-TOTAL
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------
      * The stale limit and the payee's response window come off
      * a one-line parameter file so the policy numbers can move
      * without a recompile.  A missing card, or either number
      * missing from it, is a hard stop.
      *----------------------------------------------------------
       1000-READ-STALE-PARM.
           OPEN INPUT STALE-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CHK-STALE: CHKSPARM OPEN FAILED, STATUS "
                       WS-PARM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ STALE-PARM-FILE
               AT END
                   DISPLAY "CHK-STALE: NO PARAMETER CARD ON CHKSPARM"
                   CLOSE STALE-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE STALE-PARM-FILE
           IF PARM-STALE-DAYS IS NUMERIC
               MOVE PARM-STALE-DAYS TO WS-STALE-DAYS
           END-IF
           IF PARM-RESPONSE-DAYS IS NUMERIC
               MOVE PARM-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           END-IF
           IF WS-STALE-DAYS = 0 OR WS-RESPONSE-DAYS = 0
               DISPLAY "CHK-STALE: NO PERIODS ON CHKSPARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------
      * Walk the register: every check still ISSUED past the
      * stale limit - the STALE-DATE CANDIDATE CHK-RECN reports -
      * is voided and enters the unclaimed pipeline.
      *----------------------------------------------------------
       2000-VOID-STALE-CHECKS.
           MOVE 0 TO CHKR-CHECK-NO
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CHKR-CHECK-NO
               INVALID KEY
                   MOVE "10" TO WS-REG-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-REG-FILE-STATUS
           END-START
           PERFORM 2100-ASSESS-ONE-CHECK
               UNTIL WS-REG-FILE-STATUS = "10".

       2100-ASSESS-ONE-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REG-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-CHECKS-READ
                   IF CHKR-ISSUED
                       PERFORM 2200-CHECK-STALE-LIMIT
                   END-IF
           END-READ.

       2200-CHECK-STALE-LIMIT.
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(CHKR-ISSUE-DATE)
           COMPUTE WS-DAYS-ELAPSED =
               WS-TODAY-INTEGER - WS-WORK-INTEGER
           IF WS-DAYS-ELAPSED > WS-STALE-DAYS
               PERFORM 2300-VOID-STALE-CHECK THRU 2300-EXIT
           END-IF.

      *----------------------------------------------------------
      * Void the number on the register - its positive-pay state
      * is left alone, so CHK-PPAY sends the bank a void for it -
      * then open the control row and mail the letter.
      *----------------------------------------------------------
       2300-VOID-STALE-CHECK.
           SET CHKR-VOIDED TO TRUE
           MOVE WS-CURRENT-DATE TO CHKR-VOID-DATE
           IF CHKR-GL-OUTSTANDING
               SET CHKR-GL-STALE TO TRUE
           END-IF
           REWRITE CHKR-RECORD
               INVALID KEY
                   DISPLAY "CHK-STALE: rewrite failed for "
                           CHKR-CHECK-NO
                   GO TO 2300-EXIT
           END-REWRITE

           MOVE CHKR-CHECK-NO TO UNCL-CHECK-NO
           SET UNCL-LETTER-SENT TO TRUE
           MOVE CHKR-PAYEE TO UNCL-PAYEE
           MOVE CHKR-AMOUNT TO UNCL-AMOUNT
           MOVE CHKR-ISSUE-DATE TO UNCL-ISSUE-DATE
           MOVE WS-CURRENT-DATE TO UNCL-VOID-DATE
           MOVE WS-CURRENT-DATE TO UNCL-LETTER-DATE
           MOVE 0 TO UNCL-REISSUE-NO
           MOVE 0 TO UNCL-REMIT-DATE
           WRITE UNCL-RECORD
               INVALID KEY
                   REWRITE UNCL-RECORD
           END-WRITE

           ADD 1 TO WS-CHECKS-STALED
           ADD CHKR-AMOUNT TO WS-STALE-TOTAL
           PERFORM 2400-SEND-LETTER.

       2300-EXIT.
           EXIT.

       2400-SEND-LETTER.
           MOVE SPACES TO LTR-LINE
           MOVE UNCL-PAYEE TO LTR-LINE
           WRITE LTR-LINE
           MOVE UNCL-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO LTR-LINE
           STRING "RE: UNCASHED CHECK " UNCL-CHECK-NO
               " ISSUED " UNCL-ISSUE-DATE " FOR " WS-EDIT-AMT
               DELIMITED BY SIZE INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           MOVE "THIS CHECK HAS BEEN VOIDED.  CONTACT US OR THE FUNDS"
               TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           MOVE "WILL BE REPORTED TO THE STATE AS UNCLAIMED PROPERTY."
               TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE.

      *----------------------------------------------------------
      * Walk the control file: an item whose letter is out and
      * which CHK-VOID has since reissued is cleared; one whose
      * response window has passed unclaimed is remitted.
      *----------------------------------------------------------
       3000-ADVANCE-UNCLAIMED-ITEMS.
           MOVE 0 TO UNCL-CHECK-NO
           START UNCLAIMED-CONTROL-FILE
               KEY IS NOT LESS THAN UNCL-CHECK-NO
               INVALID KEY
                   MOVE "10" TO WS-UNCL-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-UNCL-FILE-STATUS
           END-START
           PERFORM 3100-ADVANCE-ONE-ITEM
               UNTIL WS-UNCL-FILE-STATUS = "10".

       3100-ADVANCE-ONE-ITEM.
           READ UNCLAIMED-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-UNCL-FILE-STATUS
               NOT AT END
                   IF UNCL-LETTER-SENT
                       PERFORM 3200-ASSESS-ONE-ITEM THRU 3200-EXIT
                   END-IF
           END-READ.

       3200-ASSESS-ONE-ITEM.
           IF UNCL-REISSUE-NO NOT = 0
               PERFORM 3300-CLEAR-ITEM THRU 3300-EXIT
               GO TO 3200-EXIT
           END-IF

           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(UNCL-LETTER-DATE)
           COMPUTE WS-DAYS-ELAPSED =
               WS-TODAY-INTEGER - WS-WORK-INTEGER
           IF WS-DAYS-ELAPSED >= WS-RESPONSE-DAYS
               PERFORM 3400-REMIT-ITEM THRU 3400-EXIT
           END-IF.

       3200-EXIT.
           EXIT.

       3300-CLEAR-ITEM.
           SET UNCL-CLEARED TO TRUE
           REWRITE UNCL-RECORD
               INVALID KEY
                   DISPLAY "CHK-STALE: rewrite failed for "
                           UNCL-CHECK-NO
                   GO TO 3300-EXIT
           END-REWRITE
           ADD 1 TO WS-ITEMS-CLAIMED
           ADD UNCL-AMOUNT TO WS-CLAIMED-TOTAL
           DISPLAY "CHK-STALE: " UNCL-CHECK-NO " claimed, reissued as "
                   UNCL-REISSUE-NO.

       3300-EXIT.
           EXIT.

       3400-REMIT-ITEM.
           SET UNCL-REMITTED TO TRUE
           MOVE WS-CURRENT-DATE TO UNCL-REMIT-DATE
           REWRITE UNCL-RECORD
               INVALID KEY
                   DISPLAY "CHK-STALE: rewrite failed for "
                           UNCL-CHECK-NO
                   GO TO 3400-EXIT
           END-REWRITE
           ADD 1 TO WS-ITEMS-REMITTED
           ADD UNCL-AMOUNT TO WS-REMITTED-TOTAL

           MOVE SPACES TO REMIT-RECORD
           MOVE UNCL-CHECK-NO TO REMIT-CHECK-NO
           MOVE UNCL-PAYEE TO REMIT-PAYEE
           MOVE UNCL-ISSUE-DATE TO REMIT-ISSUE-DATE
           MOVE UNCL-AMOUNT TO REMIT-AMOUNT
           MOVE WS-CURRENT-DATE TO REMIT-DATE
           WRITE REMIT-RECORD.

       3400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One totals record for GL-POST: stale voids move cash-and-
      * clearing into the unclaimed liability; claims and
      * remittances move it back out.
      *----------------------------------------------------------
       4000-WRITE-UNCLAIMED-TOTALS.
           OPEN OUTPUT UNCLAIMED-TOTALS-FILE
           MOVE WS-CURRENT-DATE TO UTOT-RUN-DATE
           MOVE WS-STALE-TOTAL TO UTOT-STALE-AMOUNT
           MOVE WS-CLAIMED-TOTAL TO UTOT-CLAIMED-AMOUNT
           MOVE WS-REMITTED-TOTAL TO UTOT-REMITTED-AMOUNT
           WRITE UTOT-RECORD
           CLOSE UNCLAIMED-TOTALS-FILE.
