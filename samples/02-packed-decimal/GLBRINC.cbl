      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: branch income statement.  GL-POST now carries
      * a branch segment on every journal line - the teller's
      * branch on anything keyed at a counter, the account's home
      * branch on house postings such as accruals, finance
      * charges and monthly fees, the drawer's branch on cash
      * over/short - so the ledger can say what each branch
      * earned.  Run after each close, this job takes the same
      * GLCLPARM period and the period's journal generations (the
      * GL-CLOSE concatenation) and prints, for every branch, an
      * income statement over the chart's income and expense
      * accounts and the branch profit, then a one-line-a-branch
      * summary (finance-charge and fee income, interest expense,
      * cash over/short) whose consolidated total is GL-CLOSE's
      * net income for the period, to the penny.  Postings that
      * belong to no branch (the pricing and cash-application
      * feeds, head-office manual entries) are shown as HEAD
      * OFFICE, so nothing drops out of the tie-out.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BRIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO "GLCLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT GL-CHART-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLA-ACCT-NO
               FILE STATUS IS WS-GLA-FILE-STATUS.

           SELECT BRANCH-REPORT-FILE ASSIGN TO "GLBRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-CLOSE-PERIOD     PIC 9(06).
           05  FILLER                PIC X(74).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.

       FD  GL-CHART-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLCOA.

       FD  BRANCH-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-JRNL-FILE-STATUS       PIC X(02).
       01  WS-GLA-FILE-STATUS        PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).

       01  WS-REPORT-PERIOD          PIC 9(06) VALUE 0.
       01  WS-JRNL-PERIOD            PIC 9(06) VALUE 0.

      *    The accounts on the statement: every income and
      *    expense account on the chart, with its consolidated
      *    period total on its own side (income as the credit
      *    earned, expense as the debit spent).
       01  WS-ACCT-TABLE-CTL.
           05  WS-ACCT-COUNT        PIC 9(04) VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-ACCT-COUNT
                   INDEXED BY WS-ACCT-IDX.
               10  ACT-GL-ACCT      PIC X(04).
               10  ACT-DESCRIPTION  PIC X(30).
               10  ACT-TYPE         PIC X(01).
               10  ACT-TOTAL        PIC S9(11)V99 COMP-3.

      *    One row per branch seen on the period's journal, with
      *    an amount per account above (same subscript).
       01  WS-BRANCH-TABLE-CTL.
           05  WS-BR-COUNT          PIC 9(04) VALUE 0.
           05  WS-BR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY WS-BR-IDX.
               10  BR-BRANCH        PIC X(04).
               10  BR-AMOUNT        PIC S9(11)V99 COMP-3
                                    OCCURS 50 TIMES.
       01  WS-BR-HOLD.
           05  HOLD-BRANCH          PIC X(04).
           05  HOLD-AMOUNT          PIC S9(11)V99 COMP-3
                                    OCCURS 50 TIMES.

       01  WS-SUBSCRIPTS.
           05  WS-BR-SUB            PIC 9(04) COMP VALUE 0.
           05  WS-BR-NEXT           PIC 9(04) COMP VALUE 0.
           05  WS-ACT-SUB           PIC 9(04) COMP VALUE 0.
           05  WS-PASS              PIC 9(04) COMP VALUE 0.

       01  WS-SIGNED-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LINE-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-INCOME-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXPENSE-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PROFIT                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SECTION-TYPE           PIC X(01) VALUE SPACE.

      *    Summary columns for one branch (or the consolidated
      *    line): the accounts named below get their own column,
      *    everything else falls into other income or expense.
       01  WS-SUMMARY-ACCTS.
           05  WS-FINCHG-ACCT        PIC X(04) VALUE "4000".
           05  WS-FEE-ACCT           PIC X(04) VALUE "4300".
           05  WS-INTEREST-ACCT      PIC X(04) VALUE "3000".
           05  WS-OVER-SHORT-ACCT    PIC X(04) VALUE "5300".
       01  WS-SUMMARY-AMOUNTS.
           05  WS-SUM-FINCHG         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SUM-FEES           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SUM-OTHER-INC      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SUM-INTEREST       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SUM-OVER-SHORT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SUM-OTHER-EXP      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BRANCH-PROFIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CONSOLIDATED-NET       PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-JRNLS-READ         PIC 9(08) VALUE 0.
           05  WS-JRNLS-IN-PERIOD    PIC 9(08) VALUE 0.

       01  WS-EDIT-AMT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BRANCH-NAME            PIC X(12) VALUE SPACES.

       01  WS-RPT-SUM-HEADING.
           05  FILLER  PIC X(12) VALUE "BRANCH".
           05  FILLER  PIC X(16) VALUE "     FINANCE CHG".
           05  FILLER  PIC X(16) VALUE "     SERVICE FEE".
           05  FILLER  PIC X(16) VALUE "    OTHER INCOME".
           05  FILLER  PIC X(16) VALUE "    INTEREST EXP".
           05  FILLER  PIC X(16) VALUE "   CASH SHORT(+)".
           05  FILLER  PIC X(16) VALUE "   OTHER EXPENSE".
           05  FILLER  PIC X(16) VALUE "   BRANCH PROFIT".
           05  FILLER  PIC X(08) VALUE SPACES.

       01  WS-RPT-SUM-DETAIL.
           05  RSD-BRANCH            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSD-FINCHG            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSD-FEES              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSD-OTHER-INC         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSD-INTEREST          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSD-OVER-SHORT        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSD-OTHER-EXP         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSD-PROFIT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-READ-CLOSE-PARM

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

           PERFORM 3000-SORT-BRANCHES

           OPEN OUTPUT BRANCH-REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "GL-BRIS: BRANCH INCOME STATEMENTS FOR PERIOD "
               WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4000-PRINT-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           PERFORM 5000-PRINT-CONSOLIDATED
           PERFORM 6000-PRINT-SUMMARY
           CLOSE BRANCH-REPORT-FILE

           DISPLAY "GL-BRIS: period reported    " WS-REPORT-PERIOD
           DISPLAY "GL-BRIS: journals in period " WS-JRNLS-IN-PERIOD
           DISPLAY "GL-BRIS: branches reported  " WS-BR-COUNT

           IF WS-BRANCH-PROFIT-TOTAL NOT = WS-CONSOLIDATED-NET
               DISPLAY "GL-BRIS: BRANCHES DO NOT ADD TO CONSOLIDATED"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * The period comes off the same one-line GLCLPARM the close
      * ran with.
      *----------------------------------------------------------
       1000-READ-CLOSE-PARM.
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
               DISPLAY "GL-BRIS: NO PERIOD ON GLCLPARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-LOAD-ONE-ACCOUNT.
           READ GL-CHART-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-GLA-FILE-STATUS
               NOT AT END
                   IF GLA-TYPE-INCOME OR GLA-TYPE-EXPENSE
                       PERFORM 1600-NEW-ACCT-ROW THRU 1600-EXIT
                   END-IF
           END-READ.

       1600-NEW-ACCT-ROW.
           IF WS-ACCT-COUNT = 50
               DISPLAY "GL-BRIS: account table full"
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           SET WS-ACCT-IDX TO WS-ACCT-COUNT
           MOVE GLA-ACCT-NO TO ACT-GL-ACCT(WS-ACCT-IDX)
           MOVE GLA-DESCRIPTION TO ACT-DESCRIPTION(WS-ACCT-IDX)
           MOVE GLA-TYPE TO ACT-TYPE(WS-ACCT-IDX)
           MOVE 0 TO ACT-TOTAL(WS-ACCT-IDX).

       1600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One journal line of the period against an income or
      * expense account: to its branch's cell and the
      * consolidated total, on the account's own side.
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
                       PERFORM 2100-ADD-ONE-LINE THRU 2100-EXIT
                   END-IF
           END-READ.

       2100-ADD-ONE-LINE.
           IF WS-ACCT-COUNT = 0
               GO TO 2100-EXIT
           END-IF
           SET WS-ACCT-IDX TO 1
           SEARCH WS-ACCT-ENTRY
               AT END
                   GO TO 2100-EXIT
               WHEN ACT-GL-ACCT(WS-ACCT-IDX) = JRNL-GL-ACCT
                   SET WS-ACT-SUB TO WS-ACCT-IDX
           END-SEARCH

           MOVE JRNL-AMOUNT TO WS-SIGNED-AMOUNT
           IF ACT-TYPE(WS-ACT-SUB) = "I" AND JRNL-DEBIT
               COMPUTE WS-SIGNED-AMOUNT = 0 - JRNL-AMOUNT
           END-IF
           IF ACT-TYPE(WS-ACT-SUB) = "E" AND JRNL-CREDIT
               COMPUTE WS-SIGNED-AMOUNT = 0 - JRNL-AMOUNT
           END-IF
           ADD WS-SIGNED-AMOUNT TO ACT-TOTAL(WS-ACT-SUB)

           PERFORM 2200-FIND-BRANCH-ROW THRU 2200-EXIT
           IF WS-BR-SUB = 0
               GO TO 2100-EXIT
           END-IF
           ADD WS-SIGNED-AMOUNT TO BR-AMOUNT(WS-BR-SUB, WS-ACT-SUB).

       2100-EXIT.
           EXIT.

       2200-FIND-BRANCH-ROW.
           MOVE 0 TO WS-BR-SUB
           IF WS-BR-COUNT > 0
               SET WS-BR-IDX TO 1
               SEARCH WS-BR-ENTRY
                   AT END
                       CONTINUE
                   WHEN BR-BRANCH(WS-BR-IDX) = JRNL-BRANCH
                       SET WS-BR-SUB TO WS-BR-IDX
               END-SEARCH
           END-IF
           IF WS-BR-SUB NOT = 0
               GO TO 2200-EXIT
           END-IF
           IF WS-BR-COUNT = 200
               DISPLAY "GL-BRIS: branch table full at " JRNL-BRANCH
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-BR-COUNT
           MOVE WS-BR-COUNT TO WS-BR-SUB
           MOVE JRNL-BRANCH TO BR-BRANCH(WS-BR-SUB)
           PERFORM 2300-ZERO-ONE-CELL
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > 50
           SET WS-ACT-SUB TO WS-ACCT-IDX.

       2200-EXIT.
           EXIT.

       2300-ZERO-ONE-CELL.
           MOVE 0 TO BR-AMOUNT(WS-BR-SUB, WS-ACT-SUB).

      *----------------------------------------------------------
      * Branches print in branch order, head office (spaces)
      * first: an exchange sort over the handful of rows.
      *----------------------------------------------------------
       3000-SORT-BRANCHES.
           PERFORM 3100-SORT-ONE-PASS
               VARYING WS-PASS FROM 1 BY 1
               UNTIL WS-PASS >= WS-BR-COUNT.

       3100-SORT-ONE-PASS.
           PERFORM 3200-ORDER-ONE-PAIR
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB >= WS-BR-COUNT.

       3200-ORDER-ONE-PAIR.
           COMPUTE WS-BR-NEXT = WS-BR-SUB + 1
           IF BR-BRANCH(WS-BR-SUB) > BR-BRANCH(WS-BR-NEXT)
               MOVE WS-BR-ENTRY(WS-BR-SUB) TO WS-BR-HOLD
               MOVE WS-BR-ENTRY(WS-BR-NEXT) TO WS-BR-ENTRY(WS-BR-SUB)
               MOVE WS-BR-HOLD TO WS-BR-ENTRY(WS-BR-NEXT)
           END-IF.

      *----------------------------------------------------------
      * One branch's income statement: its income accounts, its
      * expense accounts (only those it touched) and its profit.
      *----------------------------------------------------------
       4000-PRINT-ONE-BRANCH.
           MOVE BR-BRANCH(WS-BR-SUB) TO WS-BRANCH-NAME
           IF BR-BRANCH(WS-BR-SUB) = SPACES
               MOVE "HEAD OFFICE" TO WS-BRANCH-NAME
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRANCH " WS-BRANCH-NAME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-INCOME-TOTAL
           MOVE 0 TO WS-EXPENSE-TOTAL
           MOVE "I" TO WS-SECTION-TYPE
           PERFORM 4100-PRINT-BRANCH-LINE THRU 4100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACCT-COUNT
           MOVE WS-INCOME-TOTAL TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  TOTAL INCOME                           "
               WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE "E" TO WS-SECTION-TYPE
           PERFORM 4100-PRINT-BRANCH-LINE THRU 4100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACCT-COUNT
           MOVE WS-EXPENSE-TOTAL TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  TOTAL EXPENSES                         "
               WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-PROFIT = WS-INCOME-TOTAL - WS-EXPENSE-TOTAL
           ADD WS-PROFIT TO WS-BRANCH-PROFIT-TOTAL
           MOVE WS-PROFIT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  BRANCH PROFIT                          "
               WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       4100-PRINT-BRANCH-LINE.
           IF ACT-TYPE(WS-ACT-SUB) NOT = WS-SECTION-TYPE
               GO TO 4100-EXIT
           END-IF
           MOVE BR-AMOUNT(WS-BR-SUB, WS-ACT-SUB) TO WS-LINE-AMOUNT
           IF WS-LINE-AMOUNT = 0
               GO TO 4100-EXIT
           END-IF
           IF WS-SECTION-TYPE = "I"
               ADD WS-LINE-AMOUNT TO WS-INCOME-TOTAL
           ELSE
               ADD WS-LINE-AMOUNT TO WS-EXPENSE-TOTAL
           END-IF
           PERFORM 4500-PRINT-ACCOUNT-LINE.

       4100-EXIT.
           EXIT.

       4500-PRINT-ACCOUNT-LINE.
           MOVE WS-LINE-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  " ACT-GL-ACCT(WS-ACT-SUB) " "
               ACT-DESCRIPTION(WS-ACT-SUB) "    " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * All branches together, account by account: the same
      * income statement GL-CLOSE prints off GLFINRPT.
      *----------------------------------------------------------
       5000-PRINT-CONSOLIDATED.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CONSOLIDATED - ALL BRANCHES" TO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-INCOME-TOTAL
           MOVE 0 TO WS-EXPENSE-TOTAL
           MOVE "I" TO WS-SECTION-TYPE
           PERFORM 5100-PRINT-CONSOLIDATED-LINE THRU 5100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACCT-COUNT
           MOVE WS-INCOME-TOTAL TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  TOTAL INCOME                           "
               WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE "E" TO WS-SECTION-TYPE
           PERFORM 5100-PRINT-CONSOLIDATED-LINE THRU 5100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACCT-COUNT
           MOVE WS-EXPENSE-TOTAL TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  TOTAL EXPENSES                         "
               WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-CONSOLIDATED-NET =
               WS-INCOME-TOTAL - WS-EXPENSE-TOTAL
           MOVE WS-CONSOLIDATED-NET TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  NET INCOME (AGREES TO GL-CLOSE)        "
               WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       5100-PRINT-CONSOLIDATED-LINE.
           IF ACT-TYPE(WS-ACT-SUB) NOT = WS-SECTION-TYPE
               GO TO 5100-EXIT
           END-IF
           MOVE ACT-TOTAL(WS-ACT-SUB) TO WS-LINE-AMOUNT
           IF WS-SECTION-TYPE = "I"
               ADD WS-LINE-AMOUNT TO WS-INCOME-TOTAL
           ELSE
               ADD WS-LINE-AMOUNT TO WS-EXPENSE-TOTAL
           END-IF
           PERFORM 4500-PRINT-ACCOUNT-LINE.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The regional managers' page: one line a branch, then the
      * consolidated line.  A cash shortage shows positive (it
      * costs the branch), an overage negative.
      *----------------------------------------------------------
       6000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRANCH PROFIT SUMMARY FOR PERIOD "
               WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-SUM-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 6100-PRINT-BRANCH-SUMMARY
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT

           INITIALIZE WS-SUMMARY-AMOUNTS
           PERFORM 6300-ADD-CONSOLIDATED-CELL
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACCT-COUNT
           MOVE "CONSOLIDATED" TO RSD-BRANCH
           PERFORM 6500-PRINT-SUMMARY-LINE.

       6100-PRINT-BRANCH-SUMMARY.
           INITIALIZE WS-SUMMARY-AMOUNTS
           PERFORM 6200-ADD-BRANCH-CELL
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACCT-COUNT
           MOVE BR-BRANCH(WS-BR-SUB) TO RSD-BRANCH
           IF BR-BRANCH(WS-BR-SUB) = SPACES
               MOVE "HEAD OFFICE" TO RSD-BRANCH
           END-IF
           PERFORM 6500-PRINT-SUMMARY-LINE.

       6200-ADD-BRANCH-CELL.
           MOVE BR-AMOUNT(WS-BR-SUB, WS-ACT-SUB) TO WS-LINE-AMOUNT
           PERFORM 6400-ADD-TO-COLUMN.

       6300-ADD-CONSOLIDATED-CELL.
           MOVE ACT-TOTAL(WS-ACT-SUB) TO WS-LINE-AMOUNT
           PERFORM 6400-ADD-TO-COLUMN.

       6400-ADD-TO-COLUMN.
           EVALUATE TRUE
               WHEN ACT-GL-ACCT(WS-ACT-SUB) = WS-FINCHG-ACCT
                   ADD WS-LINE-AMOUNT TO WS-SUM-FINCHG
               WHEN ACT-GL-ACCT(WS-ACT-SUB) = WS-FEE-ACCT
                   ADD WS-LINE-AMOUNT TO WS-SUM-FEES
               WHEN ACT-GL-ACCT(WS-ACT-SUB) = WS-INTEREST-ACCT
                   ADD WS-LINE-AMOUNT TO WS-SUM-INTEREST
               WHEN ACT-GL-ACCT(WS-ACT-SUB) = WS-OVER-SHORT-ACCT
                   ADD WS-LINE-AMOUNT TO WS-SUM-OVER-SHORT
               WHEN ACT-TYPE(WS-ACT-SUB) = "I"
                   ADD WS-LINE-AMOUNT TO WS-SUM-OTHER-INC
               WHEN OTHER
                   ADD WS-LINE-AMOUNT TO WS-SUM-OTHER-EXP
           END-EVALUATE.

       6500-PRINT-SUMMARY-LINE.
           MOVE WS-SUM-FINCHG TO RSD-FINCHG
           MOVE WS-SUM-FEES TO RSD-FEES
           MOVE WS-SUM-OTHER-INC TO RSD-OTHER-INC
           MOVE WS-SUM-INTEREST TO RSD-INTEREST
           MOVE WS-SUM-OVER-SHORT TO RSD-OVER-SHORT
           MOVE WS-SUM-OTHER-EXP TO RSD-OTHER-EXP
           COMPUTE WS-PROFIT = WS-SUM-FINCHG + WS-SUM-FEES
               + WS-SUM-OTHER-INC - WS-SUM-INTEREST
               - WS-SUM-OVER-SHORT - WS-SUM-OTHER-EXP
           MOVE WS-PROFIT TO RSD-PROFIT
           MOVE WS-RPT-SUM-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
