      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: month-end foreign-currency revaluation.  Accounts
      * carry MST-CURRENCY and GL-POST converts cross-currency
      * transfers through CURRTAB, but a deposit held in a foreign
      * currency sat on the ledger at whatever rate it was booked
      * at, so every month-end balance sheet misstated it.  On the
      * first cycle of each month - before anything posts, so the
      * master still holds the month-end balances - this job sums
      * every foreign-currency balance on the master by currency,
      * restates it into base currency (USD) at the period-end
      * CURRTAB rate, and books the restatement as an auto-
      * reversing journal entry on the GL-MJE manual journal file,
      * effective the last day of the month just ended.  GL-MJE
      * releases it to GL-POST the same night and books its
      * mirror image on the first day of the new period, the
      * usual reversing-accrual treatment.
      *
      * Each currency's movement for the month is its balance
      * times the change in rate since the last revaluation (the
      * prior period's row on FXREVAL).  A customer balance is
      * owed to the customer, so a rate that rises is a loss and
      * one that falls is a gain.  The unrealized position carried
      * to date - last month's plus this month's movement, nothing
      * once the balance is gone - is what the entry restates the
      * 1000 customer balances by, against 5400 unrealized FX gain
      * or 5500 unrealized FX loss: with last month's entry
      * reversed on the first of the month, the month's income
      * statement carries exactly the movement.  The report
      * (FXRVRPT) shows each currency's foreign balance, old and
      * new rate, base value and gain or loss.
      *
      * The entry is computed, not keyed, off the CURRTAB rates
      * TBL-MAINT already controls, so it is filed approved under
      * this job's own ID rather than waiting for a second person.
      * A currency off CURRTAB is left unrestated and reported
      * (RC 4); so is a period GL-CLOSE has already closed, which
      * is left unrevalued.  Once a month, under its own CYCLCTL
      * row, the same guard ACCT-MFEE uses.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-FXRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CURRENCY-TABLE-FILE ASSIGN TO "CURRTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CURR-CODE
               FILE STATUS IS WS-CURR-FILE-STATUS.

           SELECT FX-REVAL-FILE ASSIGN TO "FXREVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-FILE-STATUS.

           SELECT MANUAL-JOURNAL-FILE ASSIGN TO "MJEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MJE-KEY
               FILE STATUS IS WS-MJE-FILE-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS WS-GLP-FILE-STATUS.

           SELECT CYCLE-DATE-CONTROL-FILE ASSIGN TO "CYCLDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCL-STEP-NAME
               FILE STATUS IS WS-CYCL-FILE-STATUS.

           SELECT REVAL-REPORT-FILE ASSIGN TO "FXRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTFILE.

       FD  CURRENCY-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CURRTAB.

       FD  FX-REVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FXREVAL.

       FD  MANUAL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANJRNL.

       FD  GL-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPERIOD.

       FD  CYCLE-DATE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CYCLCTL.

       FD  REVAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-CURR-FILE-STATUS       PIC X(02).
       01  WS-FXR-FILE-STATUS        PIC X(02).
       01  WS-MJE-FILE-STATUS        PIC X(02).
       01  WS-GLP-FILE-STATUS        PIC X(02).
       01  WS-CYCL-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMM     PIC 9(06).
           05  FILLER                PIC 9(02).

       01  WS-CYCL-ON-FILE-SW        PIC X(01) VALUE "N".
           88  WS-CYCL-ON-FILE           VALUE "Y".
       01  WS-CYCL-LAST-YYYYMM       PIC 9(06) VALUE 0.
       01  WS-JOB-ID                 PIC X(08) VALUE "GLFXREVL".

      *    The period being revalued - the calendar month before
      *    the business date's month - its last day, the period
      *    before it, and the first day of the next.
       01  WS-REVAL-PERIOD           PIC 9(06) VALUE 0.
       01  WS-REVAL-PERIOD-R REDEFINES WS-REVAL-PERIOD.
           05  WS-REVAL-YEAR         PIC 9(04).
           05  WS-REVAL-MONTH        PIC 9(02).
       01  WS-PRIOR-PERIOD           PIC 9(06) VALUE 0.
       01  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR         PIC 9(04).
           05  WS-PRIOR-MONTH        PIC 9(02).
       01  WS-FIRST-OF-MONTH         PIC 9(08) VALUE 0.
       01  WS-PERIOD-END-DATE        PIC 9(08) VALUE 0.
       01  WS-DAY-INTEGER            PIC 9(08) VALUE 0.

       01  WS-ENTRY-ID.
           05  FILLER                PIC X(02) VALUE "FX".
           05  WS-ENTRY-PERIOD       PIC 9(06).
       01  WS-ENTRY-REASON.
           05  FILLER                PIC X(22)
               VALUE "FX REVALUATION PERIOD ".
           05  WS-REASON-PERIOD      PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.

      *    One row per currency: last period's position off
      *    FXREVAL, the month-end master balances, and the
      *    restatement worked out from them.
       01  WS-REV-TABLE-CTL.
           05  WS-REV-COUNT         PIC 9(04) VALUE 0.
           05  WS-REV-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-REV-COUNT
                   INDEXED BY WS-REV-IDX.
               10  REV-CURRENCY     PIC X(03).
               10  REV-PRIOR-SW     PIC X(01).
                   88  REV-HAS-PRIOR    VALUE "Y".
               10  REV-RATE-SW      PIC X(01).
                   88  REV-RATE-FOUND   VALUE "Y".
               10  REV-ACCT-COUNT   PIC 9(05).
               10  REV-FOREIGN-BAL  PIC S9(11)V99 COMP-3.
               10  REV-OLD-RATE     PIC S9(3)V9(6) COMP-3.
               10  REV-NEW-RATE     PIC S9(3)V9(6) COMP-3.
               10  REV-PRIOR-UNREAL PIC S9(11)V99 COMP-3.
               10  REV-BASE-VALUE   PIC S9(11)V99 COMP-3.
               10  REV-GAIN-LOSS    PIC S9(11)V99 COMP-3.
               10  REV-UNREALIZED   PIC S9(11)V99 COMP-3.

       01  WS-ACCT-CURRENCY          PIC X(03) VALUE SPACES.
       01  WS-ENTRY-LINE-NO          PIC 9(03) VALUE 0.
       01  WS-ENTRY-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LINE-GL-ACCT           PIC X(04) VALUE SPACES.
       01  WS-LINE-DR-CR             PIC X(01) VALUE SPACES.
       01  WS-LINE-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LINE-MEMO.
           05  FILLER                PIC X(20)
               VALUE "UNREALIZED FX REVAL ".
           05  WS-MEMO-CURRENCY      PIC X(03).
           05  FILLER                PIC X(07) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOT-BASE-VALUE     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-GAIN-LOSS      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-UNREALIZED     PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-ACCTS-READ         PIC 9(06) VALUE 0.
           05  WS-ACCTS-FOREIGN      PIC 9(06) VALUE 0.
           05  WS-CURRENCIES-REVALUED
                                     PIC 9(04) VALUE 0.
           05  WS-CURRENCIES-NO-RATE PIC 9(04) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(47)
               VALUE "GL-FXRV: MONTH-END FX REVALUATION FOR PERIOD ".
           05  RPH-PERIOD            PIC 9(06).
           05  FILLER  PIC X(15) VALUE "   PERIOD END ".
           05  RPH-END-DATE          PIC 9(08).
           05  FILLER  PIC X(36)
               VALUE "   (BASE USD, GAIN + / LOSS -)".
           05  FILLER                PIC X(20) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(48) VALUE
               "CUR  ACCTS  FOREIGN BALANCE    OLD RATE    NEW R".
           05  FILLER  PIC X(48) VALUE
               "ATE   BASE VALUE (NEW)  MONTH GAIN/LOSS    NET U".
           05  FILLER  PIC X(36) VALUE
               "NREALIZED     NOTE".

       01  WS-RPT-DETAIL.
           05  RPD-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-ACCTS             PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-FOREIGN-BAL       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-OLD-RATE          PIC ZZ9.999999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-NEW-RATE          PIC ZZ9.999999.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  RPD-BASE-VALUE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-GAIN-LOSS         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  RPD-UNREALIZED        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  RPD-NOTE              PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.

       01  WS-RPT-ENTRY-LINE.
           05  FILLER  PIC X(14) VALUE "JOURNAL ENTRY ".
           05  RPE-ENTRY-ID          PIC X(08).
           05  FILLER  PIC X(33)
               VALUE " FILED APPROVED ON MJEFILE, DR/CR".
           05  RPE-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER  PIC X(11) VALUE ", EFFECTIVE".
           05  FILLER  PIC X(01) VALUE SPACE.
           05  RPE-EFFECTIVE-DATE    PIC 9(08).
           05  FILLER  PIC X(10) VALUE ", REVERSES".
           05  FILLER  PIC X(01) VALUE SPACE.
           05  RPE-REVERSE-DATE      PIC 9(08).
           05  FILLER                PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           PERFORM 0100-CHECK-MONTHLY-CYCLE
           PERFORM 0200-SET-REVAL-PERIOD
           PERFORM 0300-CHECK-PERIOD-OPEN THRU 0300-EXIT

           OPEN I-O FX-REVAL-FILE
           IF WS-FXR-FILE-STATUS = "35"
               OPEN OUTPUT FX-REVAL-FILE
               CLOSE FX-REVAL-FILE
               OPEN I-O FX-REVAL-FILE
           END-IF
           PERFORM 1000-LOAD-PRIOR-POSITIONS THRU 1000-EXIT

           OPEN INPUT ACCT-MASTER-FILE
           PERFORM 2000-SUM-ONE-ACCOUNT
               UNTIL WS-ACCT-FILE-STATUS = "10"
           CLOSE ACCT-MASTER-FILE

           OPEN INPUT CURRENCY-TABLE-FILE
           PERFORM 3000-REVALUE-ONE-CURRENCY THRU 3000-EXIT
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           CLOSE CURRENCY-TABLE-FILE

           OPEN OUTPUT REVAL-REPORT-FILE
           PERFORM 4000-PRINT-REPORT
           PERFORM 5000-FILE-JOURNAL-ENTRY THRU 5000-EXIT
           CLOSE REVAL-REPORT-FILE
           CLOSE FX-REVAL-FILE
           PERFORM 9000-RECORD-CYCLE-DATE

           DISPLAY "GL-FXRV: period revalued    " WS-REVAL-PERIOD
           DISPLAY "GL-FXRV: accounts read      " WS-ACCTS-READ
           DISPLAY "GL-FXRV: foreign accounts   " WS-ACCTS-FOREIGN
           DISPLAY "GL-FXRV: currencies revalued "
                   WS-CURRENCIES-REVALUED
           DISPLAY "GL-FXRV: currencies no rate "
                   WS-CURRENCIES-NO-RATE

           IF WS-CURRENCIES-NO-RATE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * The CYCLCTL guard, by month: a second run in the same
      * calendar month is a clean no-op, so the step sits in the
      * nightly stream and only bites on the first cycle of each
      * month.
      *----------------------------------------------------------
       0100-CHECK-MONTHLY-CYCLE.
           OPEN I-O CYCLE-DATE-CONTROL-FILE
           IF WS-CYCL-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-DATE-CONTROL-FILE
               CLOSE CYCLE-DATE-CONTROL-FILE
               OPEN I-O CYCLE-DATE-CONTROL-FILE
           END-IF
           MOVE WS-JOB-ID TO CYCL-STEP-NAME
           READ CYCLE-DATE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CYCL-ON-FILE TO TRUE
                   COMPUTE WS-CYCL-LAST-YYYYMM =
                       CYCL-LAST-CYCLE-DATE / 100
                   IF WS-CYCL-LAST-YYYYMM = WS-CURRENT-YYYYMM
                       DISPLAY "GL-FXRV: ALREADY RAN FOR MONTH "
                               WS-CURRENT-YYYYMM " - NOTHING DONE"
                       CLOSE CYCLE-DATE-CONTROL-FILE
                       MOVE 0 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * The period revalued is the month before the business
      * date's month; it ends the day before the first of this
      * month, and the entry reverses on that first.
      *----------------------------------------------------------
       0200-SET-REVAL-PERIOD.
           MOVE WS-CURRENT-YYYYMM TO WS-REVAL-PERIOD
           IF WS-REVAL-MONTH = 1
               MOVE 12 TO WS-REVAL-MONTH
               SUBTRACT 1 FROM WS-REVAL-YEAR
           ELSE
               SUBTRACT 1 FROM WS-REVAL-MONTH
           END-IF
           MOVE WS-REVAL-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MONTH = 1
               MOVE 12 TO WS-PRIOR-MONTH
               SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF
           COMPUTE WS-FIRST-OF-MONTH = WS-CURRENT-YYYYMM * 100 + 1
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH) - 1
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE WS-REVAL-PERIOD TO WS-ENTRY-PERIOD
           MOVE WS-REVAL-PERIOD TO WS-REASON-PERIOD.

      *----------------------------------------------------------
      * A period GL-CLOSE has already closed cannot take the
      * entry.  The month is still recorded on CYCLCTL - a closed
      * period stays closed, so running again tomorrow would only
      * fail again and hold up the nightly posting behind it - and
      * the run ends RC 4 for finance to book any restatement by
      * hand in the open period.
      *----------------------------------------------------------
       0300-CHECK-PERIOD-OPEN.
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GLP-FILE-STATUS NOT = "00"
               GO TO 0300-EXIT
           END-IF
           MOVE WS-REVAL-PERIOD TO GLP-PERIOD
           READ GL-PERIOD-FILE
               INVALID KEY
                   CLOSE GL-PERIOD-FILE
                   GO TO 0300-EXIT
           END-READ
           CLOSE GL-PERIOD-FILE
           IF GLP-CLOSED
               DISPLAY "GL-FXRV: PERIOD " WS-REVAL-PERIOD
                       " IS CLOSED - NOT REVALUED"
               PERFORM 9000-RECORD-CYCLE-DATE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Every currency revalued last period starts a row, so a
      * currency whose balances have since gone to nothing still
      * has its carried position released.
      *----------------------------------------------------------
       1000-LOAD-PRIOR-POSITIONS.
           MOVE WS-PRIOR-PERIOD TO FXR-PERIOD
           MOVE LOW-VALUES TO FXR-CURRENCY
           START FX-REVAL-FILE KEY IS NOT LESS THAN FXR-KEY
               INVALID KEY
                   GO TO 1000-EXIT
           END-START
           PERFORM 1100-LOAD-ONE-PRIOR-ROW
               UNTIL WS-FXR-FILE-STATUS = "10".

       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PRIOR-ROW.
           READ FX-REVAL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FXR-FILE-STATUS
               NOT AT END
                   IF FXR-PERIOD NOT = WS-PRIOR-PERIOD
                       MOVE "10" TO WS-FXR-FILE-STATUS
                   ELSE
                       MOVE FXR-CURRENCY TO WS-ACCT-CURRENCY
                       PERFORM 2200-FIND-CURRENCY-ROW THRU 2200-EXIT
                       IF WS-REV-IDX NOT > WS-REV-COUNT
                           MOVE "Y" TO REV-PRIOR-SW(WS-REV-IDX)
                           MOVE FXR-NEW-RATE
                               TO REV-OLD-RATE(WS-REV-IDX)
                           MOVE FXR-UNREALIZED
                               TO REV-PRIOR-UNREAL(WS-REV-IDX)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Sum the master's balances by currency.  USD (or spaces,
      * the book that predates multi-currency) needs no
      * restating.
      *----------------------------------------------------------
       2000-SUM-ONE-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ACCT-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
                   IF MST-CURRENCY NOT = "USD"
                       AND MST-CURRENCY NOT = SPACES
                       PERFORM 2100-ADD-FOREIGN-BALANCE
                   END-IF
           END-READ.

       2100-ADD-FOREIGN-BALANCE.
           MOVE MST-CURRENCY TO WS-ACCT-CURRENCY
           PERFORM 2200-FIND-CURRENCY-ROW THRU 2200-EXIT
           IF WS-REV-IDX NOT > WS-REV-COUNT
               ADD 1 TO WS-ACCTS-FOREIGN
               ADD 1 TO REV-ACCT-COUNT(WS-REV-IDX)
               ADD MST-BALANCE TO REV-FOREIGN-BAL(WS-REV-IDX)
           END-IF.

      *----------------------------------------------------------
      * The row for WS-ACCT-CURRENCY, started if new.  A full
      * table leaves WS-REV-IDX past the last row.
      *----------------------------------------------------------
       2200-FIND-CURRENCY-ROW.
           SET WS-REV-IDX TO 1
           IF WS-REV-COUNT > 0
               SEARCH WS-REV-ENTRY
                   AT END
                       CONTINUE
                   WHEN REV-CURRENCY(WS-REV-IDX) = WS-ACCT-CURRENCY
                       GO TO 2200-EXIT
               END-SEARCH
           END-IF
           IF WS-REV-COUNT = 100
               DISPLAY "GL-FXRV: currency table full at "
                       WS-ACCT-CURRENCY
               SET WS-REV-IDX TO 101
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-REV-COUNT
           SET WS-REV-IDX TO WS-REV-COUNT
           MOVE WS-ACCT-CURRENCY TO REV-CURRENCY(WS-REV-IDX)
           MOVE "N" TO REV-PRIOR-SW(WS-REV-IDX)
           MOVE "N" TO REV-RATE-SW(WS-REV-IDX)
           MOVE 0 TO REV-ACCT-COUNT(WS-REV-IDX)
           MOVE 0 TO REV-FOREIGN-BAL(WS-REV-IDX)
           MOVE 0 TO REV-OLD-RATE(WS-REV-IDX)
           MOVE 0 TO REV-NEW-RATE(WS-REV-IDX)
           MOVE 0 TO REV-PRIOR-UNREAL(WS-REV-IDX)
           MOVE 0 TO REV-BASE-VALUE(WS-REV-IDX)
           MOVE 0 TO REV-GAIN-LOSS(WS-REV-IDX)
           MOVE 0 TO REV-UNREALIZED(WS-REV-IDX).

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Restate one currency at the period-end rate.  The old
      * rate is last period's new rate; a currency revalued for
      * the first time starts from today's rate, so its first
      * month carries no movement.  The month's gain is the
      * balance times the fall in rate (a rise is a loss on a
      * balance owed to the customer), added to the position
      * carried; with no balance left the position is released
      * entirely.  A currency off CURRTAB is left as it stands.
      *----------------------------------------------------------
       3000-REVALUE-ONE-CURRENCY.
           MOVE REV-CURRENCY(WS-REV-IDX) TO CURR-CODE
           READ CURRENCY-TABLE-FILE
               INVALID KEY
                   DISPLAY "GL-FXRV: no CURRTAB rate for "
                           REV-CURRENCY(WS-REV-IDX)
                   ADD 1 TO WS-CURRENCIES-NO-RATE
                   GO TO 3000-EXIT
           END-READ
           MOVE "Y" TO REV-RATE-SW(WS-REV-IDX)
           ADD 1 TO WS-CURRENCIES-REVALUED
           MOVE CURR-CONV-RATE TO REV-NEW-RATE(WS-REV-IDX)
           IF NOT REV-HAS-PRIOR(WS-REV-IDX)
               MOVE CURR-CONV-RATE TO REV-OLD-RATE(WS-REV-IDX)
           END-IF

           COMPUTE REV-BASE-VALUE(WS-REV-IDX) ROUNDED =
               REV-FOREIGN-BAL(WS-REV-IDX) * REV-NEW-RATE(WS-REV-IDX)
           IF REV-FOREIGN-BAL(WS-REV-IDX) = 0
               MOVE 0 TO REV-UNREALIZED(WS-REV-IDX)
           ELSE
               COMPUTE REV-UNREALIZED(WS-REV-IDX) ROUNDED =
                   REV-PRIOR-UNREAL(WS-REV-IDX)
                   + REV-FOREIGN-BAL(WS-REV-IDX)
                   * (REV-OLD-RATE(WS-REV-IDX)
                      - REV-NEW-RATE(WS-REV-IDX))
           END-IF
           COMPUTE REV-GAIN-LOSS(WS-REV-IDX) =
               REV-UNREALIZED(WS-REV-IDX)
               - REV-PRIOR-UNREAL(WS-REV-IDX)

           ADD REV-BASE-VALUE(WS-REV-IDX) TO WS-TOT-BASE-VALUE
           ADD REV-GAIN-LOSS(WS-REV-IDX) TO WS-TOT-GAIN-LOSS
           ADD REV-UNREALIZED(WS-REV-IDX) TO WS-TOT-UNREALIZED

           MOVE SPACES TO FXR-RECORD
           MOVE WS-REVAL-PERIOD TO FXR-PERIOD
           MOVE REV-CURRENCY(WS-REV-IDX) TO FXR-CURRENCY
           MOVE REV-ACCT-COUNT(WS-REV-IDX) TO FXR-ACCT-COUNT
           MOVE REV-FOREIGN-BAL(WS-REV-IDX) TO FXR-FOREIGN-BAL
           MOVE REV-OLD-RATE(WS-REV-IDX) TO FXR-OLD-RATE
           MOVE REV-NEW-RATE(WS-REV-IDX) TO FXR-NEW-RATE
           MOVE REV-BASE-VALUE(WS-REV-IDX) TO FXR-BASE-VALUE
           MOVE REV-GAIN-LOSS(WS-REV-IDX) TO FXR-GAIN-LOSS
           MOVE REV-UNREALIZED(WS-REV-IDX) TO FXR-UNREALIZED
           MOVE WS-ENTRY-ID TO FXR-ENTRY-ID
           MOVE WS-CURRENT-DATE TO FXR-RUN-DATE
           WRITE FXR-RECORD
               INVALID KEY
                   REWRITE FXR-RECORD
           END-WRITE.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One line per currency, then the totals.
      *----------------------------------------------------------
       4000-PRINT-REPORT.
           MOVE WS-REVAL-PERIOD TO RPH-PERIOD
           MOVE WS-PERIOD-END-DATE TO RPH-END-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4100-PRINT-ONE-CURRENCY
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE "ALL" TO RPD-CURRENCY
           MOVE WS-ACCTS-FOREIGN TO RPD-ACCTS
           MOVE WS-TOT-BASE-VALUE TO RPD-BASE-VALUE
           MOVE WS-TOT-GAIN-LOSS TO RPD-GAIN-LOSS
           MOVE WS-TOT-UNREALIZED TO RPD-UNREALIZED
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

       4100-PRINT-ONE-CURRENCY.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE REV-CURRENCY(WS-REV-IDX) TO RPD-CURRENCY
           MOVE REV-ACCT-COUNT(WS-REV-IDX) TO RPD-ACCTS
           MOVE REV-FOREIGN-BAL(WS-REV-IDX) TO RPD-FOREIGN-BAL
           IF REV-RATE-FOUND(WS-REV-IDX)
               MOVE REV-OLD-RATE(WS-REV-IDX) TO RPD-OLD-RATE
               MOVE REV-NEW-RATE(WS-REV-IDX) TO RPD-NEW-RATE
               MOVE REV-BASE-VALUE(WS-REV-IDX) TO RPD-BASE-VALUE
               MOVE REV-GAIN-LOSS(WS-REV-IDX) TO RPD-GAIN-LOSS
               MOVE REV-UNREALIZED(WS-REV-IDX) TO RPD-UNREALIZED
               IF NOT REV-HAS-PRIOR(WS-REV-IDX)
                   MOVE "FIRST REVALUATION" TO RPD-NOTE
               END-IF
           ELSE
               MOVE "NO CURRTAB RATE" TO RPD-NOTE
           END-IF
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * File the restatement as one approved, auto-reversing
      * entry on MJEFILE, effective the period end: per currency,
      * the 1000 customer balances against 5400 unrealized gain
      * or 5500 unrealized loss, by the position carried to date.
      *----------------------------------------------------------
       5000-FILE-JOURNAL-ENTRY.
           MOVE 0 TO WS-ENTRY-LINE-NO
           MOVE 0 TO WS-ENTRY-AMOUNT
           PERFORM 5100-COUNT-ONE-CURRENCY
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ENTRY-LINE-NO = 0
               MOVE "NO JOURNAL ENTRY - NOTHING TO RESTATE" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 5000-EXIT
           END-IF

           OPEN I-O MANUAL-JOURNAL-FILE
           IF WS-MJE-FILE-STATUS = "35"
               OPEN OUTPUT MANUAL-JOURNAL-FILE
               CLOSE MANUAL-JOURNAL-FILE
               OPEN I-O MANUAL-JOURNAL-FILE
           END-IF
           MOVE SPACES TO MJE-RECORD
           MOVE WS-ENTRY-ID TO MJE-ENTRY-ID
           MOVE 0 TO MJE-LINE-NO
           MOVE WS-PERIOD-END-DATE TO MJH-EFFECTIVE-DATE
           MOVE WS-JOB-ID TO MJH-PREPARER-ID
           MOVE WS-ENTRY-REASON TO MJH-REASON
           MOVE "Y" TO MJH-AUTO-REVERSE
           SET MJH-APPROVED TO TRUE
           MOVE WS-JOB-ID TO MJH-APPROVER-ID
           MOVE WS-CURRENT-DATE TO MJH-APPROVE-DATE
           MOVE 0 TO MJH-POSTED-DATE
           MOVE 0 TO MJH-REVERSE-DATE
           MOVE WS-ENTRY-LINE-NO TO MJH-LINE-COUNT
           MOVE WS-ENTRY-AMOUNT TO MJH-TOTAL-AMOUNT
           WRITE MJE-RECORD
               INVALID KEY
                   DISPLAY "GL-FXRV: ENTRY " WS-ENTRY-ID
                           " ALREADY ON MJEFILE - NOT FILED"
                   MOVE "JOURNAL ENTRY ALREADY ON MJEFILE - NOT FILED"
                       TO RPT-LINE
                   WRITE RPT-LINE
                   CLOSE MANUAL-JOURNAL-FILE
                   GO TO 5000-EXIT
           END-WRITE
           MOVE 0 TO WS-ENTRY-LINE-NO
           PERFORM 5200-FILE-ONE-CURRENCY THRU 5200-EXIT
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           CLOSE MANUAL-JOURNAL-FILE

           MOVE WS-ENTRY-ID TO RPE-ENTRY-ID
           MOVE WS-ENTRY-AMOUNT TO RPE-AMOUNT
           MOVE WS-PERIOD-END-DATE TO RPE-EFFECTIVE-DATE
           MOVE WS-FIRST-OF-MONTH TO RPE-REVERSE-DATE
           MOVE WS-RPT-ENTRY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       5000-EXIT.
           EXIT.

       5100-COUNT-ONE-CURRENCY.
           IF REV-UNREALIZED(WS-REV-IDX) > 0
               ADD 2 TO WS-ENTRY-LINE-NO
               ADD REV-UNREALIZED(WS-REV-IDX) TO WS-ENTRY-AMOUNT
           END-IF
           IF REV-UNREALIZED(WS-REV-IDX) < 0
               ADD 2 TO WS-ENTRY-LINE-NO
               SUBTRACT REV-UNREALIZED(WS-REV-IDX)
                   FROM WS-ENTRY-AMOUNT
           END-IF.

      *----------------------------------------------------------
      * A gain carried shrinks what we owe in base terms: debit
      * 1000, credit 5400.  A loss carried grows it: debit 5500,
      * credit 1000.  Head-office branch on both lines.
      *----------------------------------------------------------
       5200-FILE-ONE-CURRENCY.
           IF REV-UNREALIZED(WS-REV-IDX) = 0
               GO TO 5200-EXIT
           END-IF
           MOVE REV-CURRENCY(WS-REV-IDX) TO WS-MEMO-CURRENCY
           IF REV-UNREALIZED(WS-REV-IDX) > 0
               MOVE REV-UNREALIZED(WS-REV-IDX) TO WS-LINE-AMOUNT
               MOVE "1000" TO WS-LINE-GL-ACCT
               MOVE "D" TO WS-LINE-DR-CR
               PERFORM 5300-WRITE-ENTRY-LINE
               MOVE "5400" TO WS-LINE-GL-ACCT
               MOVE "C" TO WS-LINE-DR-CR
               PERFORM 5300-WRITE-ENTRY-LINE
           ELSE
               COMPUTE WS-LINE-AMOUNT =
                   0 - REV-UNREALIZED(WS-REV-IDX)
               MOVE "5500" TO WS-LINE-GL-ACCT
               MOVE "D" TO WS-LINE-DR-CR
               PERFORM 5300-WRITE-ENTRY-LINE
               MOVE "1000" TO WS-LINE-GL-ACCT
               MOVE "C" TO WS-LINE-DR-CR
               PERFORM 5300-WRITE-ENTRY-LINE
           END-IF.

       5200-EXIT.
           EXIT.

       5300-WRITE-ENTRY-LINE.
           ADD 1 TO WS-ENTRY-LINE-NO
           MOVE SPACES TO MJE-RECORD
           MOVE WS-ENTRY-ID TO MJE-ENTRY-ID
           MOVE WS-ENTRY-LINE-NO TO MJE-LINE-NO
           MOVE WS-LINE-GL-ACCT TO MJL-GL-ACCT
           MOVE WS-LINE-DR-CR TO MJL-DR-CR
           MOVE WS-LINE-AMOUNT TO MJL-AMOUNT
           MOVE WS-LINE-MEMO TO MJL-MEMO
           MOVE SPACES TO MJL-BRANCH
           WRITE MJE-RECORD
               INVALID KEY
                   DISPLAY "GL-FXRV: duplicate line " MJE-KEY
           END-WRITE.

       9000-RECORD-CYCLE-DATE.
           MOVE WS-JOB-ID TO CYCL-STEP-NAME
           MOVE WS-CURRENT-DATE TO CYCL-LAST-CYCLE-DATE
           IF WS-CYCL-ON-FILE
               REWRITE CYCL-RECORD
           ELSE
               WRITE CYCL-RECORD
           END-IF
           CLOSE CYCLE-DATE-CONTROL-FILE.
