      *               carries its cumulative balance forward and
      *               onto the balance sheet - one quiet month no
      *               longer restarts it at zero.
      *   2026-10-15  Refuse to close until a GL-RECON run dated
      *               after the period end has proved the
      *               subledgers against the ledger (the GLRCSTAT
      *               status record) and found every pair in
      *               balance.  The proof is printed at the head of
      *               the financial report.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CLOSE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT RECON-STATUS-FILE ASSIGN TO "GLRCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCS-FILE-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.

       FD  RECON-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLRCSTAT.

       FD  GL-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPERIOD.
       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-JRNL-FILE-STATUS       PIC X(02).
       01  WS-RCS-FILE-STATUS        PIC X(02).
       01  WS-RECON-PERIOD           PIC 9(06) VALUE 0.
       01  WS-GLP-FILE-STATUS        PIC X(02).
       01  WS-GLPB-FILE-STATUS       PIC X(02).
       01  WS-GLA-FILE-STATUS        PIC X(02).
       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-CLOSE-PARM
           PERFORM 1050-CHECK-RECONCILIATION
           PERFORM 1100-CHECK-PERIOD-STATUS

           OPEN INPUT GL-JOURNAL-FILE
           PERFORM 6000-MARK-PERIOD-CLOSED

           OPEN OUTPUT FINANCIAL-REPORT-FILE
           PERFORM 6500-PRINT-RECON-STATUS
           PERFORM 7000-PRINT-BALANCE-SHEET
           PERFORM 8000-PRINT-INCOME-STATEMENT
           CLOSE FINANCIAL-REPORT-FILE
           DISPLAY "GL-CLOSE: journals in period "
                   WS-JRNLS-IN-PERIOD
           DISPLAY "GL-CLOSE: balances written  " WS-BALS-WRITTEN
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF.

      *----------------------------------------------------------
      * The subledgers must have been proved against the ledger
      * before the period's numbers are frozen: the last GL-RECON
      * run must have been made after the period ended.  No status
      * record means nothing has been proved - refused as well.
      * So is a proof that found pairs out of balance: they are
      * worked off through SUSP-CORR and GL-RECON rerun first.
      *----------------------------------------------------------
       1050-CHECK-RECONCILIATION.
           MOVE SPACES TO RCS-RECORD
           OPEN INPUT RECON-STATUS-FILE
           IF WS-RCS-FILE-STATUS = "00"
               READ RECON-STATUS-FILE
                   AT END
                       MOVE SPACES TO RCS-RECORD
               END-READ
               CLOSE RECON-STATUS-FILE
           END-IF
           IF RCS-RUN-DATE NOT NUMERIC
               DISPLAY "GL-CLOSE: NO SUBLEDGER RECONCILIATION ON "
                       "GLRCSTAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-RECON-PERIOD = RCS-RUN-DATE / 100
           IF WS-RECON-PERIOD NOT > WS-CLOSE-PERIOD
               DISPLAY "GL-CLOSE: LAST RECONCILIATION " RCS-RUN-DATE
                       " PREDATES THE PERIOD END - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RCS-ALL-IN-BALANCE
               DISPLAY "GL-CLOSE: " RCS-PAIRS-OUT
                       " SUBLEDGER PAIR(S) OUT OF BALANCE ON "
                       RCS-RUN-DATE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------
      * A period already closed cannot close twice - rerunning
      * the close would double the rolled balances.
      * with zero activity before the journal rows land, so an
      * account idle all period still rolls its cumulative
      * balance forward - otherwise one quiet month would restart
      * it at zero at the next close.  The first close after go-
      * live seeds from the opening position GL-OPEN filed under
      * the period before the conversion month.
      *----------------------------------------------------------
       1500-SEED-PRIOR-BALANCES.
           MOVE "N" TO WS-SEED-DONE-SW
           END-IF
           CLOSE GL-PERIOD-FILE.

      *----------------------------------------------------------
      * The subledger proof the close went ahead on, at the head
      * of the report.
      *----------------------------------------------------------
       6500-PRINT-RECON-STATUS.
           MOVE SPACES TO RPT-LINE
           STRING "SUBLEDGER RECONCILIATION OF " RCS-RUN-DATE
               ": ALL PAIRS IN BALANCE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * Balance sheet: assets (debit balances shown as they sit),
      * then liabilities and retained earnings (credit balances
