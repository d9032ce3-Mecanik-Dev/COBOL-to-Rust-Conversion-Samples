      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: budget-versus-actual variance.  GL-CLOSE prints
      * the period's balance sheet and income statement, but with
      * nothing to hold them against finance rekeyed GLFINRPT into
      * a spreadsheet for the board pack every month.  Run after
      * each close, this job takes the same GLCLPARM period, the
      * period's journal generations (the GL-CLOSE concatenation)
      * and the prior period's GLPERBAL balances, and prints for
      * every income and expense account on the chart the actual,
      * the GLBUDGET budget, the dollar variance and the percent
      * variance - for the month and for the year to date.
      *
      * Actual and budget are shown on the account's own side:
      * income as the credit earned, expense as the debit spent.
      * The variance is signed so that positive is favorable -
      * income over budget, expense under it.  A line whose
      * percent variance, either way, is outside the GLBVPARM
      * tolerance (10 percent when no parameter is supplied) is
      * flagged, as is any actual against a zero budget.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO "GLCLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT VARIANCE-PARM-FILE ASSIGN TO "GLBVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VPRM-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT GL-PERIOD-BAL-FILE ASSIGN TO "GLPERBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLPB-KEY
               FILE STATUS IS WS-GLPB-FILE-STATUS.

           SELECT GL-BUDGET-FILE ASSIGN TO "GLBUDGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-FILE-STATUS.

           SELECT GL-CHART-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLA-ACCT-NO
               FILE STATUS IS WS-GLA-FILE-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO "GLBVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-CLOSE-PERIOD     PIC 9(06).
           05  FILLER                PIC X(74).

       FD  VARIANCE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  VPRM-RECORD.
           05  VPRM-TOLERANCE-PCT    PIC 9(03).
           05  FILLER                PIC X(77).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.

       FD  GL-PERIOD-BAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPERBAL.

       FD  GL-BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLBUDGET.

       FD  GL-CHART-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLCOA.

       FD  VARIANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-VPRM-FILE-STATUS       PIC X(02).
       01  WS-JRNL-FILE-STATUS       PIC X(02).
       01  WS-GLPB-FILE-STATUS       PIC X(02).
       01  WS-GLB-FILE-STATUS        PIC X(02).
       01  WS-GLA-FILE-STATUS        PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).

       01  WS-REPORT-PERIOD          PIC 9(06) VALUE 0.
       01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
           05  WS-REPORT-YEAR        PIC 9(04).
           05  WS-REPORT-MONTH       PIC 9(02).
       01  WS-PRIOR-PERIOD           PIC 9(06) VALUE 0.
       01  WS-BUDGET-PERIOD          PIC 9(06) VALUE 0.
       01  WS-BUDGET-PERIOD-R REDEFINES WS-BUDGET-PERIOD.
           05  WS-BUDGET-YEAR        PIC 9(04).
           05  WS-BUDGET-MONTH       PIC 9(02).
       01  WS-JRNL-PERIOD            PIC 9(06) VALUE 0.
       01  WS-TOLERANCE-PCT          PIC 9(03) VALUE 10.

      *    One row per income and expense account on the chart,
      *    debits positive until the account's side is applied.
       01  WS-VAR-TABLE-CTL.
           05  WS-VAR-COUNT         PIC 9(04) VALUE 0.
           05  WS-VAR-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-VAR-COUNT
                   INDEXED BY WS-VAR-IDX.
               10  VAR-GL-ACCT      PIC X(04).
               10  VAR-DESCRIPTION  PIC X(30).
               10  VAR-TYPE         PIC X(01).
               10  VAR-MONTH-ACTIVITY
                                    PIC S9(11)V99 COMP-3.
               10  VAR-PRIOR-YTD    PIC S9(11)V99 COMP-3.
               10  VAR-MONTH-BUDGET PIC S9(11)V99 COMP-3.
               10  VAR-YTD-BUDGET   PIC S9(11)V99 COMP-3.

       01  WS-SECTION-TYPE           PIC X(01) VALUE SPACE.
       01  WS-SECTION-NAME           PIC X(20) VALUE SPACES.

      *    One comparison: month or year to date, on the
      *    account's own side.
       01  WS-ACTUAL                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BUDGET                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-VARIANCE               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-VARIANCE-PCT           PIC S9(05)V9 COMP-3 VALUE 0.
       01  WS-ABS-PCT                PIC S9(05)V9 COMP-3 VALUE 0.
       01  WS-PCT-SW                 PIC X(01) VALUE "N".
           88  WS-PCT-AVAILABLE          VALUE "Y".
       01  WS-FLAG-SW                PIC X(01) VALUE "N".
           88  WS-LINE-FLAGGED           VALUE "Y".

       01  WS-SECTION-TOTALS.
           05  WS-SEC-MONTH-ACTUAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SEC-MONTH-BUDGET   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SEC-YTD-ACTUAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SEC-YTD-BUDGET     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NET-TOTALS.
           05  WS-NET-MONTH-ACTUAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NET-MONTH-BUDGET   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NET-YTD-ACTUAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NET-YTD-BUDGET     PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-JRNLS-READ         PIC 9(08) VALUE 0.
           05  WS-JRNLS-IN-PERIOD    PIC 9(08) VALUE 0.
           05  WS-LINES-FLAGGED      PIC 9(06) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(42)
               VALUE "GL-BVAR: BUDGET VERSUS ACTUAL FOR PERIOD ".
           05  RPH-PERIOD            PIC 9(06).
           05  FILLER  PIC X(30)
               VALUE "   (WHOLE DOLLARS, VARIANCE + ".
           05  FILLER  PIC X(23)
               VALUE "IS FAVORABLE, TOLERANCE".
           05  RPH-TOLERANCE         PIC ZZ9.
           05  FILLER  PIC X(02) VALUE "%)".
           05  FILLER                PIC X(26) VALUE SPACES.

       01  WS-RPT-GROUPS.
           05  FILLER  PIC X(26) VALUE SPACES.
           05  FILLER  PIC X(49) VALUE
               "---------------- MONTH -----------------------".
           05  FILLER  PIC X(03) VALUE SPACES.
           05  FILLER  PIC X(49) VALUE
               "------------- YEAR TO DATE -------------------".
           05  FILLER  PIC X(05) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(26) VALUE "ACCT DESCRIPTION".
           05  FILLER  PIC X(49) VALUE
               "      ACTUAL       BUDGET     VARIANCE    PCT".
           05  FILLER  PIC X(03) VALUE SPACES.
           05  FILLER  PIC X(49) VALUE
               "      ACTUAL       BUDGET     VARIANCE    PCT".
           05  FILLER  PIC X(05) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-GL-ACCT           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-DESCRIPTION       PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-MONTH.
               10  RPD-M-ACTUAL      PIC -ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(01) VALUE SPACES.
               10  RPD-M-BUDGET      PIC -ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(01) VALUE SPACES.
               10  RPD-M-VARIANCE    PIC -ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(01) VALUE SPACES.
               10  RPD-M-PCT         PIC X(07).
               10  FILLER            PIC X(01) VALUE SPACES.
               10  RPD-M-FLAG        PIC X(02).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  RPD-YTD.
               10  RPD-Y-ACTUAL      PIC -ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(01) VALUE SPACES.
               10  RPD-Y-BUDGET      PIC -ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(01) VALUE SPACES.
               10  RPD-Y-VARIANCE    PIC -ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(01) VALUE SPACES.
               10  RPD-Y-PCT         PIC X(07).
               10  FILLER            PIC X(01) VALUE SPACES.
               10  RPD-Y-FLAG        PIC X(02).
           05  FILLER                PIC X(05) VALUE SPACES.

      *    One side of a detail line, filled by 5000-COMPARE and
      *    moved into the month or year-to-date columns.
       01  WS-CMP-COLUMNS.
           05  CMP-ACTUAL            PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CMP-BUDGET            PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CMP-VARIANCE          PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CMP-PCT               PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CMP-FLAG              PIC X(02).
       01  WS-EDIT-PCT               PIC -ZZZ9.9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-READ-PARMS

           OPEN INPUT GL-CHART-FILE
           PERFORM 1500-LOAD-ONE-ACCOUNT
               UNTIL WS-GLA-FILE-STATUS = "10"
           CLOSE GL-CHART-FILE

           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               MOVE "10" TO WS-JRNL-FILE-STATUS
           END-IF
           PERFORM 2000-AGGREGATE-JOURNAL
               UNTIL WS-JRNL-FILE-STATUS = "10"
           CLOSE GL-JOURNAL-FILE

           OPEN INPUT GL-PERIOD-BAL-FILE
           OPEN INPUT GL-BUDGET-FILE
           PERFORM 3000-GATHER-ONE-ACCOUNT
               VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-VAR-COUNT
           CLOSE GL-PERIOD-BAL-FILE
           CLOSE GL-BUDGET-FILE

           OPEN OUTPUT VARIANCE-REPORT-FILE
           MOVE WS-REPORT-PERIOD TO RPH-PERIOD
           MOVE WS-TOLERANCE-PCT TO RPH-TOLERANCE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-GROUPS TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           MOVE "I" TO WS-SECTION-TYPE
           MOVE "INCOME" TO WS-SECTION-NAME
           PERFORM 4000-PRINT-SECTION
           MOVE "E" TO WS-SECTION-TYPE
           MOVE "EXPENSE" TO WS-SECTION-NAME
           PERFORM 4000-PRINT-SECTION
           PERFORM 4500-PRINT-NET-INCOME
           CLOSE VARIANCE-REPORT-FILE

           DISPLAY "GL-BVAR: period reported    " WS-REPORT-PERIOD
           DISPLAY "GL-BVAR: accounts reported  " WS-VAR-COUNT
           DISPLAY "GL-BVAR: journals in period " WS-JRNLS-IN-PERIOD
           DISPLAY "GL-BVAR: lines flagged      " WS-LINES-FLAGGED

           IF WS-LINES-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * The period comes off the same one-line GLCLPARM the close
      * ran with; the tolerance off an optional GLBVPARM.
      *----------------------------------------------------------
       1000-READ-PARMS.
           OPEN INPUT CLOSE-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ CLOSE-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE CLOSE-PARM-FILE
               IF PARM-CLOSE-PERIOD IS NUMERIC
                   MOVE PARM-CLOSE-PERIOD TO WS-REPORT-PERIOD
               END-IF
           END-IF
           IF WS-REPORT-PERIOD = 0
               OR WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
               DISPLAY "GL-BVAR: NO PERIOD ON GLCLPARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PRIOR-PERIOD = WS-REPORT-PERIOD - 1

           OPEN INPUT VARIANCE-PARM-FILE
           IF WS-VPRM-FILE-STATUS = "00"
               READ VARIANCE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VPRM-TOLERANCE-PCT IS NUMERIC
                           AND VPRM-TOLERANCE-PCT > 0
                           MOVE VPRM-TOLERANCE-PCT
                               TO WS-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE VARIANCE-PARM-FILE
           END-IF.

      *----------------------------------------------------------
      * Every income and expense account on the chart gets a row,
      * budgeted or not, active or not.
      *----------------------------------------------------------
       1500-LOAD-ONE-ACCOUNT.
           READ GL-CHART-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-GLA-FILE-STATUS
               NOT AT END
                   IF GLA-TYPE-INCOME OR GLA-TYPE-EXPENSE
                       PERFORM 1600-NEW-VAR-ROW THRU 1600-EXIT
                   END-IF
           END-READ.

       1600-NEW-VAR-ROW.
           IF WS-VAR-COUNT = 300
               DISPLAY "GL-BVAR: account table full"
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO WS-VAR-COUNT
           SET WS-VAR-IDX TO WS-VAR-COUNT
           MOVE GLA-ACCT-NO TO VAR-GL-ACCT(WS-VAR-IDX)
           MOVE GLA-DESCRIPTION TO VAR-DESCRIPTION(WS-VAR-IDX)
           MOVE GLA-TYPE TO VAR-TYPE(WS-VAR-IDX)
           MOVE 0 TO VAR-MONTH-ACTIVITY(WS-VAR-IDX)
           MOVE 0 TO VAR-PRIOR-YTD(WS-VAR-IDX)
           MOVE 0 TO VAR-MONTH-BUDGET(WS-VAR-IDX)
           MOVE 0 TO VAR-YTD-BUDGET(WS-VAR-IDX).

       1600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The month's activity per account, debits positive, off
      * the period's journal - read here rather than backed out
      * of GLPERBAL, because the year-end close zeroes the income
      * and expense rows it writes for period 12.
      *----------------------------------------------------------
       2000-AGGREGATE-JOURNAL.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "10" TO WS-JRNL-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-JRNLS-READ
                   COMPUTE WS-JRNL-PERIOD = JRNL-DATE / 100
                   IF WS-JRNL-PERIOD = WS-REPORT-PERIOD
                       ADD 1 TO WS-JRNLS-IN-PERIOD
                       PERFORM 2100-ADD-TO-VAR-TABLE THRU 2100-EXIT
                   END-IF
           END-READ.

       2100-ADD-TO-VAR-TABLE.
           IF WS-VAR-COUNT = 0
               GO TO 2100-EXIT
           END-IF
           SET WS-VAR-IDX TO 1
           SEARCH WS-VAR-ENTRY
               AT END
                   CONTINUE
               WHEN VAR-GL-ACCT(WS-VAR-IDX) = JRNL-GL-ACCT
                   IF JRNL-DEBIT
                       ADD JRNL-AMOUNT
                           TO VAR-MONTH-ACTIVITY(WS-VAR-IDX)
                   ELSE
                       SUBTRACT JRNL-AMOUNT
                           FROM VAR-MONTH-ACTIVITY(WS-VAR-IDX)
                   END-IF
           END-SEARCH.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The year to date before this month is the prior period's
      * closing balance (income and expense restart at zero each
      * year, so January has none).  The budgets are this
      * period's row and the sum of January through this period.
      *----------------------------------------------------------
       3000-GATHER-ONE-ACCOUNT.
           IF WS-REPORT-MONTH > 1
               MOVE WS-PRIOR-PERIOD TO GLPB-PERIOD
               MOVE VAR-GL-ACCT(WS-VAR-IDX) TO GLPB-GL-ACCT
               READ GL-PERIOD-BAL-FILE
                   INVALID KEY
                       MOVE 0 TO GLPB-BALANCE
               END-READ
               MOVE GLPB-BALANCE TO VAR-PRIOR-YTD(WS-VAR-IDX)
           END-IF

           MOVE WS-REPORT-YEAR TO WS-BUDGET-YEAR
           PERFORM 3100-ADD-ONE-BUDGET-MONTH
               VARYING WS-BUDGET-MONTH FROM 1 BY 1
               UNTIL WS-BUDGET-MONTH > WS-REPORT-MONTH.

       3100-ADD-ONE-BUDGET-MONTH.
           MOVE WS-BUDGET-PERIOD TO GLB-PERIOD
           MOVE VAR-GL-ACCT(WS-VAR-IDX) TO GLB-GL-ACCT
           READ GL-BUDGET-FILE
               INVALID KEY
                   MOVE 0 TO GLB-AMOUNT
           END-READ
           ADD GLB-AMOUNT TO VAR-YTD-BUDGET(WS-VAR-IDX)
           IF WS-BUDGET-PERIOD = WS-REPORT-PERIOD
               MOVE GLB-AMOUNT TO VAR-MONTH-BUDGET(WS-VAR-IDX)
           END-IF.

      *----------------------------------------------------------
      * One section - income or expense - with its total line.
      *----------------------------------------------------------
       4000-PRINT-SECTION.
           MOVE 0 TO WS-SEC-MONTH-ACTUAL
           MOVE 0 TO WS-SEC-MONTH-BUDGET
           MOVE 0 TO WS-SEC-YTD-ACTUAL
           MOVE 0 TO WS-SEC-YTD-BUDGET
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-NAME TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4100-PRINT-ONE-ACCOUNT THRU 4100-EXIT
               VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-VAR-COUNT

           MOVE SPACES TO WS-RPT-DETAIL
           STRING "TOTAL " WS-SECTION-NAME
               DELIMITED BY "  " INTO RPD-DESCRIPTION
           MOVE WS-SEC-MONTH-ACTUAL TO WS-ACTUAL
           MOVE WS-SEC-MONTH-BUDGET TO WS-BUDGET
           PERFORM 5000-COMPARE
           MOVE WS-CMP-COLUMNS TO RPD-MONTH
           MOVE WS-SEC-YTD-ACTUAL TO WS-ACTUAL
           MOVE WS-SEC-YTD-BUDGET TO WS-BUDGET
           PERFORM 5000-COMPARE
           MOVE WS-CMP-COLUMNS TO RPD-YTD
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           IF WS-SECTION-TYPE = "I"
               ADD WS-SEC-MONTH-ACTUAL TO WS-NET-MONTH-ACTUAL
               ADD WS-SEC-MONTH-BUDGET TO WS-NET-MONTH-BUDGET
               ADD WS-SEC-YTD-ACTUAL TO WS-NET-YTD-ACTUAL
               ADD WS-SEC-YTD-BUDGET TO WS-NET-YTD-BUDGET
           ELSE
               SUBTRACT WS-SEC-MONTH-ACTUAL FROM WS-NET-MONTH-ACTUAL
               SUBTRACT WS-SEC-MONTH-BUDGET FROM WS-NET-MONTH-BUDGET
               SUBTRACT WS-SEC-YTD-ACTUAL FROM WS-NET-YTD-ACTUAL
               SUBTRACT WS-SEC-YTD-BUDGET FROM WS-NET-YTD-BUDGET
           END-IF.

       4100-PRINT-ONE-ACCOUNT.
           IF VAR-TYPE(WS-VAR-IDX) NOT = WS-SECTION-TYPE
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE VAR-GL-ACCT(WS-VAR-IDX) TO RPD-GL-ACCT
           MOVE VAR-DESCRIPTION(WS-VAR-IDX) TO RPD-DESCRIPTION

      *    Income is earned as a credit - turn it positive.
           IF WS-SECTION-TYPE = "I"
               COMPUTE WS-ACTUAL = 0 - VAR-MONTH-ACTIVITY(WS-VAR-IDX)
           ELSE
               MOVE VAR-MONTH-ACTIVITY(WS-VAR-IDX) TO WS-ACTUAL
           END-IF
           MOVE VAR-MONTH-BUDGET(WS-VAR-IDX) TO WS-BUDGET
           ADD WS-ACTUAL TO WS-SEC-MONTH-ACTUAL
           ADD WS-BUDGET TO WS-SEC-MONTH-BUDGET
           PERFORM 5000-COMPARE
           MOVE WS-CMP-COLUMNS TO RPD-MONTH
           PERFORM 4200-COUNT-FLAG

           COMPUTE WS-ACTUAL = VAR-PRIOR-YTD(WS-VAR-IDX)
               + VAR-MONTH-ACTIVITY(WS-VAR-IDX)
           IF WS-SECTION-TYPE = "I"
               COMPUTE WS-ACTUAL = 0 - WS-ACTUAL
           END-IF
           MOVE VAR-YTD-BUDGET(WS-VAR-IDX) TO WS-BUDGET
           ADD WS-ACTUAL TO WS-SEC-YTD-ACTUAL
           ADD WS-BUDGET TO WS-SEC-YTD-BUDGET
           PERFORM 5000-COMPARE
           MOVE WS-CMP-COLUMNS TO RPD-YTD
           PERFORM 4200-COUNT-FLAG

           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

       4100-EXIT.
           EXIT.

       4200-COUNT-FLAG.
           IF WS-LINE-FLAGGED
               ADD 1 TO WS-LINES-FLAGGED
           END-IF.

       4500-PRINT-NET-INCOME.
           MOVE "I" TO WS-SECTION-TYPE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE "NET INCOME" TO RPD-DESCRIPTION
           MOVE WS-NET-MONTH-ACTUAL TO WS-ACTUAL
           MOVE WS-NET-MONTH-BUDGET TO WS-BUDGET
           PERFORM 5000-COMPARE
           MOVE WS-CMP-COLUMNS TO RPD-MONTH
           MOVE WS-NET-YTD-ACTUAL TO WS-ACTUAL
           MOVE WS-NET-YTD-BUDGET TO WS-BUDGET
           PERFORM 5000-COMPARE
           MOVE WS-CMP-COLUMNS TO RPD-YTD
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * Actual against budget for the section being printed:
      * positive variance is favorable - income above budget,
      * expense below it.  Percent is of the budget; a zero
      * budget has no percent, and any actual against it is
      * flagged along with anything outside the tolerance.
      *----------------------------------------------------------
       5000-COMPARE.
           MOVE "N" TO WS-PCT-SW
           MOVE "N" TO WS-FLAG-SW
           IF WS-SECTION-TYPE = "I"
               COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET
           ELSE
               COMPUTE WS-VARIANCE = WS-BUDGET - WS-ACTUAL
           END-IF
           IF WS-BUDGET NOT = 0
               SET WS-PCT-AVAILABLE TO TRUE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               IF WS-VARIANCE-PCT < 0
                   COMPUTE WS-ABS-PCT = 0 - WS-VARIANCE-PCT
               ELSE
                   MOVE WS-VARIANCE-PCT TO WS-ABS-PCT
               END-IF
               IF WS-ABS-PCT > WS-TOLERANCE-PCT
                   SET WS-LINE-FLAGGED TO TRUE
               END-IF
           ELSE
               IF WS-ACTUAL NOT = 0
                   SET WS-LINE-FLAGGED TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO WS-CMP-COLUMNS
           MOVE WS-ACTUAL TO CMP-ACTUAL
           MOVE WS-BUDGET TO CMP-BUDGET
           MOVE WS-VARIANCE TO CMP-VARIANCE
           IF WS-PCT-AVAILABLE
               MOVE WS-VARIANCE-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO CMP-PCT
           ELSE
               MOVE "    N/A" TO CMP-PCT
           END-IF
           IF WS-LINE-FLAGGED
               MOVE "**" TO CMP-FLAG
           ELSE
               MOVE SPACES TO CMP-FLAG
           END-IF.
