      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: one-time load of the general ledger opening
      * position, run once after GL-LOAD when the ledger goes
      * live.  GL-RECON carries its running balances forward from
      * last night's GLRBAL generation and GL-CLOSE from the prior
      * period's GLPERBAL rows, so without an opening position
      * both start every account at zero - against a master, an
      * AR file, a check register and vaults that were never
      * empty, and the first reconciliation is out by the whole
      * book.  This job reads the opening trial balance finance
      * signs off (GLOPNBAL: one row per G/L account, as of the
      * conversion date, debits positive) and cuts from it:
      *
      *   the first GLRBAL running-balance generation, dated the
      *   conversion date, for the first GL-RECON to carry on
      *
      *   the GLPERBAL rows of the period before the conversion
      *   month, for the first GL-CLOSE to roll forward, with
      *   that period marked CLOSED on GLPERIOD so GL-POST never
      *   journals into it
      *
      * Nothing is written unless every row carries the same
      * as-of date and an account on the GLCOA chart, no account
      * appears twice, the debits equal the credits, and the
      * opening period has no balances on file yet - a rerun
      * cannot load the position twice.  Any of these ends the
      * run with CC=8.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-OPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENING-BALANCE-FILE ASSIGN TO "GLOPNBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPNB-FILE-STATUS.

           SELECT RUNBAL-OUT-FILE ASSIGN TO "GLRBALOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBOT-FILE-STATUS.

           SELECT GL-CHART-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLA-ACCT-NO
               FILE STATUS IS WS-GLA-FILE-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS WS-GLP-FILE-STATUS.

           SELECT GL-PERIOD-BAL-FILE ASSIGN TO "GLPERBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLPB-KEY
               FILE STATUS IS WS-GLPB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENING-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLRUNBAL REPLACING ==:PREFIX:== BY ==OPNB==.

       FD  RUNBAL-OUT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLRUNBAL REPLACING ==:PREFIX:== BY ==RBOT==.

       FD  GL-CHART-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLCOA.

       FD  GL-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPERIOD.

       FD  GL-PERIOD-BAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPERBAL.

       WORKING-STORAGE SECTION.
       01  WS-OPNB-FILE-STATUS       PIC X(02).
       01  WS-RBOT-FILE-STATUS       PIC X(02).
       01  WS-GLA-FILE-STATUS        PIC X(02).
       01  WS-GLP-FILE-STATUS        PIC X(02).
       01  WS-GLPB-FILE-STATUS       PIC X(02).

       01  WS-AS-OF-DATE             PIC 9(08) VALUE 0.
       01  WS-OPEN-PERIOD            PIC 9(06) VALUE 0.
       01  WS-OPEN-PERIOD-R REDEFINES WS-OPEN-PERIOD.
           05  WS-OPEN-YEAR          PIC 9(04).
           05  WS-OPEN-MONTH         PIC 9(02).

      *    The opening trial balance as read, debits positive - the
      *    GL-RECON balance-table shape.
       01  WS-BAL-TABLE-CTL.
           05  WS-BAL-COUNT         PIC 9(04) VALUE 0.
           05  WS-BAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BAL-COUNT
                   INDEXED BY WS-BAL-IDX.
               10  BAL-GL-ACCT      PIC X(04).
               10  BAL-BALANCE      PIC S9(11)V99 COMP-3.

       01  WS-NET-BALANCE            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ERROR-COUNT            PIC 9(04) VALUE 0.
       01  WS-DUP-SW                 PIC X(01) VALUE "N".
           88  WS-DUP-ACCOUNT            VALUE "Y".
       01  WS-EDIT-AMT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-ROWS-READ          PIC 9(04) VALUE 0.
           05  WS-RUNBALS-WRITTEN    PIC 9(04) VALUE 0.
           05  WS-PERBALS-WRITTEN    PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT GL-CHART-FILE
           IF WS-GLA-FILE-STATUS NOT = "00"
               DISPLAY "GL-OPEN: NO GLCOA CHART - RUN GL-LOAD FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPENING-BALANCE-FILE
           IF WS-OPNB-FILE-STATUS NOT = "00"
               DISPLAY "GL-OPEN: NO GLOPNBAL OPENING TRIAL BALANCE"
               CLOSE GL-CHART-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-LOAD-ONE-ROW THRU 1000-EXIT
               UNTIL WS-OPNB-FILE-STATUS = "10"
           CLOSE OPENING-BALANCE-FILE
           CLOSE GL-CHART-FILE

           PERFORM 2000-PROVE-TRIAL-BALANCE THRU 2000-EXIT
           IF WS-ERROR-COUNT > 0
               DISPLAY "GL-OPEN: " WS-ERROR-COUNT
                       " ERROR(S) - NOTHING LOADED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 3000-WRITE-RUNNING-BALANCES
           PERFORM 4000-WRITE-PERIOD-BALANCES
           PERFORM 5000-MARK-PERIOD-CLOSED

           DISPLAY "GL-OPEN: opening position as of " WS-AS-OF-DATE
           DISPLAY "GL-OPEN: accounts read        " WS-ROWS-READ
           DISPLAY "GL-OPEN: running balances cut " WS-RUNBALS-WRITTEN
           DISPLAY "GL-OPEN: period balances      " WS-PERBALS-WRITTEN
                   " for period " WS-OPEN-PERIOD
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------
      * One opening row: the first row sets the as-of date every
      * other row must carry; the account must be on the chart and
      * not already in the table.
      *----------------------------------------------------------
       1000-LOAD-ONE-ROW.
           READ OPENING-BALANCE-FILE
               AT END
                   MOVE "10" TO WS-OPNB-FILE-STATUS
                   GO TO 1000-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ

           IF OPNB-AS-OF-DATE NOT NUMERIC OR OPNB-AS-OF-DATE = 0
               DISPLAY "GL-OPEN: NO AS-OF DATE ON ROW " WS-ROWS-READ
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           IF WS-AS-OF-DATE = 0
               MOVE OPNB-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           IF OPNB-AS-OF-DATE NOT = WS-AS-OF-DATE
               DISPLAY "GL-OPEN: ROW " WS-ROWS-READ " DATED "
                       OPNB-AS-OF-DATE " NOT " WS-AS-OF-DATE
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF

           IF OPNB-BALANCE NOT NUMERIC
               DISPLAY "GL-OPEN: BAD BALANCE FOR " OPNB-GL-ACCT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF

           MOVE OPNB-GL-ACCT TO GLA-ACCT-NO
           READ GL-CHART-FILE
               INVALID KEY
                   DISPLAY "GL-OPEN: ACCOUNT " OPNB-GL-ACCT
                           " NOT ON GLCOA"
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 1000-EXIT
           END-READ

           MOVE "N" TO WS-DUP-SW
           IF WS-BAL-COUNT > 0
               SET WS-BAL-IDX TO 1
               SEARCH WS-BAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN BAL-GL-ACCT(WS-BAL-IDX) = OPNB-GL-ACCT
                       SET WS-DUP-ACCOUNT TO TRUE
               END-SEARCH
           END-IF
           IF WS-DUP-ACCOUNT
               DISPLAY "GL-OPEN: ACCOUNT " OPNB-GL-ACCT
                       " APPEARS TWICE"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF

           IF WS-BAL-COUNT = 500
               DISPLAY "GL-OPEN: balance table full"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           ADD 1 TO WS-BAL-COUNT
           SET WS-BAL-IDX TO WS-BAL-COUNT
           MOVE OPNB-GL-ACCT TO BAL-GL-ACCT(WS-BAL-IDX)
           MOVE OPNB-BALANCE TO BAL-BALANCE(WS-BAL-IDX)
           ADD OPNB-BALANCE TO WS-NET-BALANCE.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Debits must equal credits, and the period the position
      * files under - the month before the conversion month, the
      * one the first GL-CLOSE reads back - must be empty.
      *----------------------------------------------------------
       2000-PROVE-TRIAL-BALANCE.
           IF WS-BAL-COUNT = 0
               DISPLAY "GL-OPEN: GLOPNBAL HAS NO ACCOUNTS"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
           IF WS-NET-BALANCE NOT = 0
               MOVE WS-NET-BALANCE TO WS-EDIT-AMT
               DISPLAY "GL-OPEN: OPENING TRIAL BALANCE OUT BY "
                       WS-EDIT-AMT
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           COMPUTE WS-OPEN-PERIOD = WS-AS-OF-DATE / 100
           IF WS-OPEN-MONTH = 1
               MOVE 12 TO WS-OPEN-MONTH
               SUBTRACT 1 FROM WS-OPEN-YEAR
           ELSE
               SUBTRACT 1 FROM WS-OPEN-MONTH
           END-IF

           OPEN I-O GL-PERIOD-BAL-FILE
           IF WS-GLPB-FILE-STATUS = "35"
               OPEN OUTPUT GL-PERIOD-BAL-FILE
               CLOSE GL-PERIOD-BAL-FILE
               OPEN I-O GL-PERIOD-BAL-FILE
           END-IF
           MOVE WS-OPEN-PERIOD TO GLPB-PERIOD
           MOVE LOW-VALUES TO GLPB-GL-ACCT
           START GL-PERIOD-BAL-FILE
               KEY IS NOT LESS THAN GLPB-KEY
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           READ GL-PERIOD-BAL-FILE NEXT RECORD
               AT END
                   GO TO 2000-EXIT
           END-READ
           IF GLPB-PERIOD = WS-OPEN-PERIOD
               DISPLAY "GL-OPEN: PERIOD " WS-OPEN-PERIOD
                       " ALREADY HAS BALANCES ON GLPERBAL"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The first running-balance generation GL-RECON reads.
      *----------------------------------------------------------
       3000-WRITE-RUNNING-BALANCES.
           OPEN OUTPUT RUNBAL-OUT-FILE
           PERFORM 3100-WRITE-ONE-RUNNING-BALANCE
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-COUNT
           CLOSE RUNBAL-OUT-FILE.

       3100-WRITE-ONE-RUNNING-BALANCE.
           MOVE WS-AS-OF-DATE TO RBOT-AS-OF-DATE
           MOVE BAL-GL-ACCT(WS-BAL-IDX) TO RBOT-GL-ACCT
           MOVE BAL-BALANCE(WS-BAL-IDX) TO RBOT-BALANCE
           WRITE RBOT-RECORD
           ADD 1 TO WS-RUNBALS-WRITTEN.

      *----------------------------------------------------------
      * The period balances the first GL-CLOSE seeds from.
      *----------------------------------------------------------
       4000-WRITE-PERIOD-BALANCES.
           PERFORM 4100-WRITE-ONE-PERIOD-BALANCE
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-COUNT
           CLOSE GL-PERIOD-BAL-FILE.

       4100-WRITE-ONE-PERIOD-BALANCE.
           MOVE WS-OPEN-PERIOD TO GLPB-PERIOD
           MOVE BAL-GL-ACCT(WS-BAL-IDX) TO GLPB-GL-ACCT
           MOVE BAL-BALANCE(WS-BAL-IDX) TO GLPB-BALANCE
           WRITE GLPB-RECORD
               INVALID KEY
                   DISPLAY "GL-OPEN: GLPERBAL write failed for "
                           GLPB-GL-ACCT
               NOT INVALID KEY
                   ADD 1 TO WS-PERBALS-WRITTEN
           END-WRITE.

      *----------------------------------------------------------
      * The opening period is closed from the start: it holds the
      * converted position, not journal activity.
      *----------------------------------------------------------
       5000-MARK-PERIOD-CLOSED.
           OPEN I-O GL-PERIOD-FILE
           IF WS-GLP-FILE-STATUS = "35"
               OPEN OUTPUT GL-PERIOD-FILE
               CLOSE GL-PERIOD-FILE
               OPEN I-O GL-PERIOD-FILE
           END-IF
           MOVE WS-OPEN-PERIOD TO GLP-PERIOD
           SET GLP-CLOSED TO TRUE
           MOVE WS-AS-OF-DATE TO GLP-CLOSED-DATE
           WRITE GLP-RECORD
               INVALID KEY
                   REWRITE GLP-RECORD
           END-WRITE
           CLOSE GL-PERIOD-FILE.
