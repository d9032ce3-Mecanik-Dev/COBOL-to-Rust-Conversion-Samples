      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: recurring contract billing.  Every invoice line
      * INV-EDIT and INV-PRICE process used to be keyed into
      * INVLINES by hand - including the same monthly service
      * lines for the same customers every month, and a line
      * nobody remembered to key was revenue nobody billed.  This
      * step walks the BILLCTR contract file ahead of INV-EDIT and
      * writes an ordinary invoice line for every contract whose
      * next bill date has arrived, then advances the date by the
      * contract's frequency the way ACCT-STOR advances a standing
      * order.  The lines go out on their own file, concatenated
      * behind INVLINES, so they meet exactly the same edits and
      * pricing as keyed lines.
      *
      * A contract that missed a run is caught up one period at a
      * time until its next bill date is in the future, and each
      * caught-up period is reported.  A suspended contract skips
      * its periods unbilled and is reported.  A contract whose
      * next period falls past its end date is marked expired and
      * reported for renewal - the missed renewal is the lost
      * revenue.  Anything on the exceptions side of the report
      * ends the step with return code 4.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR-BILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-CONTRACT-FILE ASSIGN TO "BILLCTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BCT-CONTRACT-NO
               FILE STATUS IS WS-BCT-FILE-STATUS.

           SELECT CONTRACT-LINE-FILE ASSIGN TO "CTRLINES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINE-FILE-STATUS.

           SELECT CONTRACT-REPORT-FILE ASSIGN TO "CTRBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLCTR.

       FD  CONTRACT-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVLINE.

       FD  CONTRACT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BCT-FILE-STATUS        PIC X(02).
       01  WS-LINE-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

      *    A contract is not carried forward more than three years
      *    of periods in one run - anything that far behind wants
      *    a person, not a catch-up.
       01  WS-MAX-PERIODS            PIC 9(02) VALUE 36.
       01  WS-PERIODS-THIS-RUN       PIC 9(02) VALUE 0.
       01  WS-STOP-SW                PIC X(01) VALUE "N".
           88  WS-STOP-CONTRACT          VALUE "Y".
       01  WS-CHANGED-SW             PIC X(01) VALUE "N".
           88  WS-CONTRACT-CHANGED       VALUE "Y".

       01  WS-PERIOD-DATE            PIC 9(08) VALUE 0.
       01  WS-LINE-AMOUNT            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-REPORT-REASON          PIC X(40) VALUE SPACES.

       01  WS-INV-NUMBER-R.
           05  FILLER                PIC X(01) VALUE "R".
           05  WS-INV-CONTRACT-NO    PIC 9(04).
           05  WS-INV-BILL-COUNT     PIC 9(03).

       01  WS-MONTHS-TO-ADD          PIC 9(02) VALUE 0.
       01  WS-MONTH-COUNT            PIC 9(06) VALUE 0.
       01  WS-DATE-INTEGER           PIC 9(07) VALUE 0.
       01  WS-BILL-DATE-R.
           05  WS-BILL-YEAR          PIC 9(04).
           05  WS-BILL-MONTH         PIC 9(02).
           05  WS-BILL-DAY           PIC 9(02).
       01  WS-MONTH-END-R.
           05  WS-MONTH-END-YEAR     PIC 9(04).
           05  WS-MONTH-END-MONTH    PIC 9(02).
           05  WS-MONTH-END-DAY      PIC 9(02).
       01  WS-MONTH-END-DATE REDEFINES WS-MONTH-END-R
                                     PIC 9(08).

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(36)
               VALUE "CTR-BILL: CONTRACT BILLING AS OF ".
           05  RPH-DATE              PIC 9(08).
           05  FILLER                PIC X(88) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(22) VALUE "CONTRACT  CUSTOMER   ".
           05  FILLER  PIC X(22) VALUE "PERIOD    INVOICE     ".
           05  FILLER  PIC X(14) VALUE "        AMOUNT".
           05  FILLER  PIC X(10) VALUE "  RESULT".
           05  FILLER  PIC X(64) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-CONTRACT-NO       PIC 9(04).
           05  FILLER                PIC X(06) VALUE SPACES.
           05  RPD-CUSTOMER          PIC X(06).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  RPD-PERIOD-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-INV-NUMBER        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-AMOUNT            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-REASON            PIC X(40).
           05  FILLER                PIC X(37) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CONTRACTS-READ     PIC 9(06) VALUE 0.
           05  WS-CONTRACTS-DUE      PIC 9(06) VALUE 0.
           05  WS-LINES-WRITTEN      PIC 9(06) VALUE 0.
           05  WS-PERIODS-CAUGHT-UP  PIC 9(06) VALUE 0.
           05  WS-PERIODS-SKIPPED    PIC 9(06) VALUE 0.
           05  WS-CONTRACTS-EXPIRED  PIC 9(06) VALUE 0.
           05  WS-CONTRACTS-HELD     PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           OPEN I-O BILLING-CONTRACT-FILE
           OPEN OUTPUT CONTRACT-LINE-FILE
           OPEN OUTPUT CONTRACT-REPORT-FILE

           MOVE WS-CURRENT-DATE TO RPH-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           IF WS-BCT-FILE-STATUS = "00"
               PERFORM 1000-PROCESS-CONTRACT
                   UNTIL WS-BCT-FILE-STATUS = "10"
               CLOSE BILLING-CONTRACT-FILE
           ELSE
               DISPLAY "CTR-BILL: no billing contracts on file"
           END-IF
           CLOSE CONTRACT-LINE-FILE
           CLOSE CONTRACT-REPORT-FILE

           DISPLAY "CTR-BILL: contracts read   " WS-CONTRACTS-READ
           DISPLAY "CTR-BILL: contracts due    " WS-CONTRACTS-DUE
           DISPLAY "CTR-BILL: lines written    " WS-LINES-WRITTEN
           DISPLAY "CTR-BILL: periods caught up" WS-PERIODS-CAUGHT-UP
           DISPLAY "CTR-BILL: periods skipped  " WS-PERIODS-SKIPPED
           DISPLAY "CTR-BILL: contracts expired" WS-CONTRACTS-EXPIRED
           DISPLAY "CTR-BILL: contracts held   " WS-CONTRACTS-HELD
           IF WS-PERIODS-CAUGHT-UP > 0
               OR WS-PERIODS-SKIPPED > 0
               OR WS-CONTRACTS-EXPIRED > 0
               OR WS-CONTRACTS-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-PROCESS-CONTRACT.
           READ BILLING-CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BCT-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-CONTRACTS-READ
                   PERFORM 1100-SELECT-ONE-CONTRACT THRU 1100-EXIT
           END-READ.

      *----------------------------------------------------------
      * A contract is due when its next bill date has arrived.
      * Expired contracts were reported the night they lapsed and
      * stay on file, untouched, until the branch renews them.
      *----------------------------------------------------------
       1100-SELECT-ONE-CONTRACT.
           IF BCT-EXPIRED
               GO TO 1100-EXIT
           END-IF
           IF BCT-NEXT-BILL-DATE > WS-CURRENT-DATE
               GO TO 1100-EXIT
           END-IF

           ADD 1 TO WS-CONTRACTS-DUE
           MOVE 0 TO WS-PERIODS-THIS-RUN
           MOVE "N" TO WS-STOP-SW
           MOVE "N" TO WS-CHANGED-SW
           PERFORM 2000-BILL-ONE-PERIOD THRU 2000-EXIT
               UNTIL WS-STOP-CONTRACT
                  OR BCT-EXPIRED
                  OR BCT-NEXT-BILL-DATE > WS-CURRENT-DATE
                  OR WS-PERIODS-THIS-RUN = WS-MAX-PERIODS
           IF BCT-NEXT-BILL-DATE NOT > WS-CURRENT-DATE
               AND NOT BCT-EXPIRED
               AND NOT WS-STOP-CONTRACT
               MOVE SPACES TO RPD-INV-NUMBER
               MOVE 0 TO WS-LINE-AMOUNT
               MOVE BCT-NEXT-BILL-DATE TO WS-PERIOD-DATE
               MOVE "HELD - TOO MANY PERIODS BEHIND"
                   TO WS-REPORT-REASON
               ADD 1 TO WS-CONTRACTS-HELD
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF

           IF WS-CONTRACT-CHANGED
               REWRITE BCT-RECORD
                   INVALID KEY
                       DISPLAY "CTR-BILL: rewrite failed for "
                               BCT-CONTRACT-NO
               END-REWRITE
           END-IF.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One period of one contract: past the end date the
      * contract expires; suspended, the period is skipped; a
      * contract with no quantity or price is held where it is
      * for the branch to correct and is retried next run;
      * otherwise the invoice line is written and the date moves
      * on.  A period that is still not the last one due was
      * missed by an earlier run and is reported as caught up.
      *----------------------------------------------------------
       2000-BILL-ONE-PERIOD.
           ADD 1 TO WS-PERIODS-THIS-RUN
           MOVE BCT-NEXT-BILL-DATE TO WS-PERIOD-DATE
           MOVE SPACES TO RPD-INV-NUMBER
           MOVE 0 TO WS-LINE-AMOUNT

           IF BCT-END-DATE NOT = 0
               AND BCT-NEXT-BILL-DATE > BCT-END-DATE
               SET BCT-EXPIRED TO TRUE
               SET WS-CONTRACT-CHANGED TO TRUE
               ADD 1 TO WS-CONTRACTS-EXPIRED
               MOVE "EXPIRED - RENEWAL NOT ON FILE"
                   TO WS-REPORT-REASON
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 2000-EXIT
           END-IF

           IF BCT-SUSPENDED
               PERFORM 3000-ADVANCE-NEXT-BILL-DATE
               SET WS-CONTRACT-CHANGED TO TRUE
               ADD 1 TO WS-PERIODS-SKIPPED
               MOVE "SKIPPED - CONTRACT SUSPENDED"
                   TO WS-REPORT-REASON
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 2000-EXIT
           END-IF

           IF BCT-QTY NOT > 0 OR BCT-PRICE NOT > 0
               SET WS-STOP-CONTRACT TO TRUE
               ADD 1 TO WS-CONTRACTS-HELD
               MOVE "HELD - NO QUANTITY OR PRICE"
                   TO WS-REPORT-REASON
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 2000-EXIT
           END-IF
           IF BCT-BILL-COUNT = 999
               SET WS-STOP-CONTRACT TO TRUE
               ADD 1 TO WS-CONTRACTS-HELD
               MOVE "HELD - INVOICE NUMBERS USED UP"
                   TO WS-REPORT-REASON
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-WRITE-INVOICE-LINE
           MOVE WS-PERIOD-DATE TO BCT-LAST-BILL-DATE
           PERFORM 3000-ADVANCE-NEXT-BILL-DATE
           SET WS-CONTRACT-CHANGED TO TRUE
           IF BCT-NEXT-BILL-DATE NOT > WS-CURRENT-DATE
               ADD 1 TO WS-PERIODS-CAUGHT-UP
               MOVE "BILLED LATE - MISSED CYCLE CAUGHT UP"
                   TO WS-REPORT-REASON
           ELSE
               MOVE "BILLED" TO WS-REPORT-REASON
           END-IF
           PERFORM 4000-WRITE-REPORT-LINE.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The generated line is an ordinary invoice line numbered
      * R + contract + bill count, line 001.
      *----------------------------------------------------------
       2100-WRITE-INVOICE-LINE.
           ADD 1 TO BCT-BILL-COUNT
           MOVE BCT-CONTRACT-NO TO WS-INV-CONTRACT-NO
           MOVE BCT-BILL-COUNT TO WS-INV-BILL-COUNT

           MOVE WS-INV-NUMBER-R       TO INV-NUMBER
           MOVE 1                     TO INV-LINE-NO
           MOVE BCT-PRODUCT-CODE      TO INV-PRODUCT-CODE
           MOVE BCT-CUSTOMER-CODE     TO INV-CUSTOMER-CODE
           MOVE BCT-JURISDICTION-CODE TO INV-JURISDICTION-CODE
           MOVE BCT-CURRENCY-CODE     TO INV-CURRENCY-CODE
           MOVE BCT-PRICE             TO INV-PRICE
           MOVE BCT-QTY               TO INV-QTY
           SET INV-TYPE-INVOICE       TO TRUE
           MOVE SPACES                TO INV-ORIG-INV-NUMBER
           MOVE 0                     TO INV-ORIG-LINE-NO
           WRITE INVOICE-LINE
           ADD 1 TO WS-LINES-WRITTEN

           MOVE WS-INV-NUMBER-R TO RPD-INV-NUMBER
           COMPUTE WS-LINE-AMOUNT = BCT-PRICE * BCT-QTY.

      *----------------------------------------------------------
      * Move the next bill date on by one, three or twelve
      * months, back onto the contract's bill day - or the last
      * day of the month when the month is too short for it.
      *----------------------------------------------------------
       3000-ADVANCE-NEXT-BILL-DATE.
           EVALUATE TRUE
               WHEN BCT-FREQ-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD
               WHEN BCT-FREQ-ANNUAL
                   MOVE 12 TO WS-MONTHS-TO-ADD
               WHEN OTHER
                   MOVE 1 TO WS-MONTHS-TO-ADD
           END-EVALUATE
           MOVE BCT-NEXT-BILL-DATE TO WS-BILL-DATE-R
           COMPUTE WS-MONTH-COUNT =
               WS-BILL-YEAR * 12 + WS-BILL-MONTH - 1
               + WS-MONTHS-TO-ADD
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-BILL-YEAR REMAINDER WS-BILL-MONTH
           ADD 1 TO WS-BILL-MONTH

      *    Last day of the new month: the day before the first of
      *    the month after it.
           MOVE WS-BILL-YEAR TO WS-MONTH-END-YEAR
           MOVE WS-BILL-MONTH TO WS-MONTH-END-MONTH
           MOVE 1 TO WS-MONTH-END-DAY
           IF WS-MONTH-END-MONTH = 12
               MOVE 1 TO WS-MONTH-END-MONTH
               ADD 1 TO WS-MONTH-END-YEAR
           ELSE
               ADD 1 TO WS-MONTH-END-MONTH
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           IF BCT-BILL-DAY = 0 OR BCT-BILL-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-BILL-DAY
           ELSE
               MOVE BCT-BILL-DAY TO WS-BILL-DAY
           END-IF
           MOVE WS-BILL-DATE-R TO BCT-NEXT-BILL-DATE.

       4000-WRITE-REPORT-LINE.
           MOVE BCT-CONTRACT-NO TO RPD-CONTRACT-NO
           MOVE BCT-CUSTOMER-CODE TO RPD-CUSTOMER
           MOVE WS-PERIOD-DATE TO RPD-PERIOD-DATE
           MOVE WS-LINE-AMOUNT TO RPD-AMOUNT
           MOVE WS-REPORT-REASON TO RPD-REASON
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
