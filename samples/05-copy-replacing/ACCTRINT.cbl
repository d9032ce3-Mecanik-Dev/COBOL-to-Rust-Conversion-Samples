      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: weekly cross-file referential integrity sweep.
      * Eight account-side files carry an ACCTMSTR account ID -
      * CUSTXREF, OVDRLINK, the STORDMST standing orders, TERMDEP,
      * HOLDFILE, BILLMSTR, ESCHCTL and PENDXFER - and nothing
      * checked that the account was still there, or still open,
      * once the row was cut: a standing order failed nightly
      * against a closed account for a month, and a hold sat open
      * on an account that had been settled.  This job walks each
      * of those files against ACCTMSTR (and the owner rows
      * against CUSTMSTR and ADDRMST), reports every orphan and
      * status conflict by file and rule, and lands each one on
      * the central suspense file through SUSPWRIT so it is worked
      * off through SUSP-CORR like any other reject.
      *
      * Closed means closed or charged off; a frozen or dormant
      * account is still open.  Only live rows are held to the
      * status rules - an unexpired standing order, an open term
      * deposit or hold, a pending transfer - since a spent row
      * pointing at a closed account is history, not a problem.
      * A problem already open on suspense from an earlier sweep
      * is reported again but not raised twice.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-RINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-NO
               ALTERNATE RECORD KEY IS CUS-SEARCH-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUS-SEARCH-PHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-KEY
               FILE STATUS IS WS-ADDR-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT OVERDRAFT-LINK-FILE ASSIGN TO "OVDRLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LINK-ACCT-ID
               FILE STATUS IS WS-LINK-FILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOR-ORDER-NO
               FILE STATUS IS WS-STOR-FILE-STATUS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ACCT-ID
               FILE STATUS IS WS-TDEP-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT BILLING-MASTER-FILE ASSIGN TO "BILLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BILL-ACCT-ID
               FILE STATUS IS WS-BILL-FILE-STATUS.

           SELECT ESCHEAT-CONTROL-FILE ASSIGN TO "ESCHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ESCH-ACCT-ID
               FILE STATUS IS WS-ESCH-FILE-STATUS.

           SELECT PENDING-XFER-FILE ASSIGN TO "PENDXFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PXFR-ID
               FILE STATUS IS WS-PXFR-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-ID
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "RINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTFILE.

           COPY CUSTFILE.

       FD  ADDRESS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRREC.

       FD  CUST-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTXREF.

       FD  OVERDRAFT-LINK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OVDRLINK.

       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STORDREC.

       FD  TERM-DEPOSIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMDEP.

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  BILLING-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLREC.

       FD  ESCHEAT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ESCHREC.

       FD  PENDING-XFER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDXFER.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       FD  INTEGRITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-CUST-FILE-STATUS       PIC X(02).
       01  WS-ADDR-FILE-STATUS       PIC X(02).
       01  WS-XREF-FILE-STATUS       PIC X(02).
       01  WS-LINK-FILE-STATUS       PIC X(02).
       01  WS-STOR-FILE-STATUS       PIC X(02).
       01  WS-TDEP-FILE-STATUS       PIC X(02).
       01  WS-HOLD-FILE-STATUS       PIC X(02).
       01  WS-BILL-FILE-STATUS       PIC X(02).
       01  WS-ESCH-FILE-STATUS       PIC X(02).
       01  WS-PXFR-FILE-STATUS       PIC X(02).
       01  WS-SUSP-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

      *    The pending transfer's instruction, unpacked off the
      *    image PENDXFER carries.
           COPY XFERTXN.

      *    The integrity rules, one per file and kind of problem:
      *    rule code, file, the short text that goes on the
      *    suspense reason, and the report description.
       01  WS-RULE-VALUES.
           05  FILLER  PIC X(27) VALUE "XR01CUSTXREFNO ACCOUNT     ".
           05  FILLER  PIC X(33) VALUE
               "OWNER ROW FOR MISSING ACCOUNT".
           05  FILLER  PIC X(27) VALUE "XR02CUSTXREFNO CUSTOMER    ".
           05  FILLER  PIC X(33) VALUE
               "OWNER NOT ON CUSTMSTR".
           05  FILLER  PIC X(27) VALUE "XR03CUSTXREFNO ADDRESS     ".
           05  FILLER  PIC X(33) VALUE
               "OPEN ACCOUNT OWNER, NO ADDRESS".
           05  FILLER  PIC X(27) VALUE "OD01OVDRLINKNO ACCOUNT     ".
           05  FILLER  PIC X(33) VALUE
               "LINK FROM MISSING ACCOUNT".
           05  FILLER  PIC X(27) VALUE "OD02OVDRLINKNO FUNDING ACCT".
           05  FILLER  PIC X(33) VALUE
               "LINK TO MISSING FUNDING ACCT".
           05  FILLER  PIC X(27) VALUE "OD03OVDRLINKACCOUNT CLOSED ".
           05  FILLER  PIC X(33) VALUE
               "LINK FROM CLOSED ACCOUNT".
           05  FILLER  PIC X(27) VALUE "OD04OVDRLINKFUNDING CLOSED ".
           05  FILLER  PIC X(33) VALUE
               "LINK TO CLOSED FUNDING ACCT".
           05  FILLER  PIC X(27) VALUE "SO01STORDMSTNO FROM ACCOUNT".
           05  FILLER  PIC X(33) VALUE
               "LIVE ORDER, DEBIT ACCT MISSING".
           05  FILLER  PIC X(27) VALUE "SO02STORDMSTFROM CLOSED    ".
           05  FILLER  PIC X(33) VALUE
               "LIVE ORDER, DEBIT ACCT CLOSED".
           05  FILLER  PIC X(27) VALUE "SO03STORDMSTNO TO ACCOUNT  ".
           05  FILLER  PIC X(33) VALUE
               "LIVE ORDER, CREDIT ACCT MISSING".
           05  FILLER  PIC X(27) VALUE "SO04STORDMSTTO CLOSED      ".
           05  FILLER  PIC X(33) VALUE
               "LIVE ORDER, CREDIT ACCT CLOSED".
           05  FILLER  PIC X(27) VALUE "TD01TERMDEP NO ACCOUNT     ".
           05  FILLER  PIC X(33) VALUE
               "DEPOSIT FOR MISSING ACCOUNT".
           05  FILLER  PIC X(27) VALUE "TD02TERMDEP ACCOUNT CLOSED ".
           05  FILLER  PIC X(33) VALUE
               "OPEN DEPOSIT, ACCOUNT CLOSED".
           05  FILLER  PIC X(27) VALUE "TD03TERMDEP NO LINKED ACCT ".
           05  FILLER  PIC X(33) VALUE
               "OPEN DEPOSIT, PAYOUT ACCT MISSING".
           05  FILLER  PIC X(27) VALUE "TD04TERMDEP LINKED CLOSED  ".
           05  FILLER  PIC X(33) VALUE
               "OPEN DEPOSIT, PAYOUT ACCT CLOSED".
           05  FILLER  PIC X(27) VALUE "HD01HOLDFILENO ACCOUNT     ".
           05  FILLER  PIC X(33) VALUE
               "OPEN HOLD ON MISSING ACCOUNT".
           05  FILLER  PIC X(27) VALUE "HD02HOLDFILEACCOUNT CLOSED ".
           05  FILLER  PIC X(33) VALUE
               "OPEN HOLD ON CLOSED ACCOUNT".
           05  FILLER  PIC X(27) VALUE "BL01BILLMSTRNO ACCOUNT     ".
           05  FILLER  PIC X(33) VALUE
               "BILLING ROW, MISSING ACCOUNT".
           05  FILLER  PIC X(27) VALUE "BL02BILLMSTRACCOUNT CLOSED ".
           05  FILLER  PIC X(33) VALUE
               "PAYMENT DUE ON CLOSED ACCOUNT".
           05  FILLER  PIC X(27) VALUE "ES01ESCHCTL NO ACCOUNT     ".
           05  FILLER  PIC X(33) VALUE
               "ESCHEAT ROW, MISSING ACCOUNT".
           05  FILLER  PIC X(27) VALUE "ES02ESCHCTL ACCOUNT CLOSED ".
           05  FILLER  PIC X(33) VALUE
               "LETTER STAGE, ACCOUNT CLOSED".
           05  FILLER  PIC X(27) VALUE "ES03ESCHCTL ACCOUNT OPEN   ".
           05  FILLER  PIC X(33) VALUE
               "REMITTED, ACCOUNT NOT CLOSED".
           05  FILLER  PIC X(27) VALUE "PX01PENDXFERNO FROM ACCOUNT".
           05  FILLER  PIC X(33) VALUE
               "PENDING, DEBIT ACCT MISSING".
           05  FILLER  PIC X(27) VALUE "PX02PENDXFERFROM CLOSED    ".
           05  FILLER  PIC X(33) VALUE
               "PENDING, DEBIT ACCT CLOSED".
           05  FILLER  PIC X(27) VALUE "PX03PENDXFERNO TO ACCOUNT  ".
           05  FILLER  PIC X(33) VALUE
               "PENDING, CREDIT ACCT MISSING".
           05  FILLER  PIC X(27) VALUE "PX04PENDXFERTO CLOSED      ".
           05  FILLER  PIC X(33) VALUE
               "PENDING, CREDIT ACCT CLOSED".
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY OCCURS 26 TIMES.
               10  RULE-CODE        PIC X(04).
               10  RULE-FILE        PIC X(08).
               10  RULE-SHORT-TEXT  PIC X(15).
               10  RULE-DESCRIPTION PIC X(33).
       01  WS-RULE-COUNT             PIC 9(02) VALUE 26.
       01  WS-RULE-TOTALS.
           05  WS-RULE-TOTAL OCCURS 26 TIMES.
               10  RULE-FOUND       PIC 9(06).
               10  RULE-RAISED      PIC 9(06).
       01  WS-RULE-SUB               PIC 9(02) VALUE 0.

      *    Problems still open on suspense from earlier sweeps,
      *    by suspense reason and the front of the record image,
      *    so a problem nobody has worked yet is not raised again.
       01  WS-OPEN-TABLE-CTL.
           05  WS-OPEN-COUNT        PIC 9(04) VALUE 0.
           05  WS-OPEN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OPEN-COUNT
                   INDEXED BY WS-OPEN-IDX.
               10  OPEN-REASON      PIC X(20).
               10  OPEN-IMAGE-KEY   PIC X(40).
       01  WS-OPEN-MAX               PIC 9(04) VALUE 2000.
       01  WS-ALREADY-OPEN-SW        PIC X(01) VALUE "N".
           88  WS-ALREADY-OPEN           VALUE "Y".

      *    The account (or customer) a row points at, and what
      *    the master says about it.
       01  WS-CHK-ACCT-ID            PIC X(12) VALUE SPACES.
       01  WS-CHK-ACCT-SW            PIC X(01) VALUE "N".
           88  WS-CHK-ACCT-MISSING       VALUE "M".
           88  WS-CHK-ACCT-CLOSED        VALUE "C".
           88  WS-CHK-ACCT-OPEN          VALUE "O".
       01  WS-ADDR-FOUND-SW          PIC X(01) VALUE "N".
           88  WS-ADDR-FOUND             VALUE "Y".

      *    The problem being raised.
       01  WS-PROB-KEY               PIC X(20) VALUE SPACES.
       01  WS-PROB-REFERENCE         PIC X(12) VALUE SPACES.
       01  WS-PROB-STATE             PIC X(08) VALUE SPACES.
       01  WS-SUSP-SOURCE            PIC X(08) VALUE "ACCTRINT".
       01  WS-SUSP-REASON            PIC X(20) VALUE SPACES.
       01  WS-SUSP-IMAGE             PIC X(100) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ROWS-CHECKED       PIC 9(07) VALUE 0.
           05  WS-PROBLEMS-FOUND     PIC 9(06) VALUE 0.
           05  WS-PROBLEMS-RAISED    PIC 9(06) VALUE 0.
           05  WS-PROBLEMS-OPEN      PIC 9(06) VALUE 0.
           05  WS-FILES-MISSING      PIC 9(02) VALUE 0.
           05  WS-OPEN-TABLE-FULL    PIC 9(06) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(45)
               VALUE "ACCT-RINT: REFERENTIAL INTEGRITY SWEEP AS OF ".
           05  RPH-DATE              PIC 9999/99/99.
           05  FILLER  PIC X(77) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(48) VALUE
               "FILE     RULE DESCRIPTION                       ".
           05  FILLER  PIC X(48) VALUE
               "ROW KEY              REFERENCE    STATE    SUSPE".
           05  FILLER  PIC X(36) VALUE
               "NSE".

       01  WS-RPT-DETAIL.
           05  RPD-FILE              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-RULE              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-DESCRIPTION       PIC X(33).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-KEY               PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-REFERENCE         PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-STATE             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-SUSPENSE          PIC X(12).
           05  FILLER                PIC X(29) VALUE SPACES.

       01  WS-RPT-FILE-LINE.
           05  RPF-FILE              PIC X(08).
           05  FILLER  PIC X(27)
               VALUE " NOT AVAILABLE - NOT SWEPT".
           05  FILLER                PIC X(97) VALUE SPACES.

       01  WS-RPT-SUMMARY-HEAD.
           05  FILLER  PIC X(48) VALUE
               "FILE     RULE DESCRIPTION                       ".
           05  FILLER  PIC X(48) VALUE
               " FOUND  RAISED".
           05  FILLER  PIC X(36) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05  RPS-FILE              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPS-RULE              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPS-DESCRIPTION       PIC X(33).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPS-FOUND             PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPS-RAISED            PIC ZZZZZ9.
           05  FILLER                PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           INITIALIZE WS-RULE-TOTALS
           PERFORM 0500-LOAD-OPEN-SUSPENSE THRU 0500-EXIT

           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT ADDRESS-MASTER-FILE
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE WS-CURRENT-DATE TO RPH-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1000-SWEEP-CUSTXREF THRU 1000-EXIT
           PERFORM 2000-SWEEP-OVDRLINK THRU 2000-EXIT
           PERFORM 3000-SWEEP-STANDING-ORDERS THRU 3000-EXIT
           PERFORM 4000-SWEEP-TERM-DEPOSITS THRU 4000-EXIT
           PERFORM 5000-SWEEP-HOLDS THRU 5000-EXIT
           PERFORM 6000-SWEEP-BILLING THRU 6000-EXIT
           PERFORM 7000-SWEEP-ESCHEATMENT THRU 7000-EXIT
           PERFORM 7500-SWEEP-PENDING-XFERS THRU 7500-EXIT

           PERFORM 8000-PRINT-RULE-SUMMARY

           CLOSE ACCT-MASTER-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE ADDRESS-MASTER-FILE
           CLOSE INTEGRITY-REPORT-FILE

           DISPLAY "ACCT-RINT: rows checked     " WS-ROWS-CHECKED
           DISPLAY "ACCT-RINT: problems found   " WS-PROBLEMS-FOUND
           DISPLAY "ACCT-RINT: raised to SUSPFILE "
                   WS-PROBLEMS-RAISED
           DISPLAY "ACCT-RINT: already open     " WS-PROBLEMS-OPEN
           DISPLAY "ACCT-RINT: files not swept  " WS-FILES-MISSING
           IF WS-OPEN-TABLE-FULL > 0
               DISPLAY "ACCT-RINT: open items not loaded (table "
                       "full) " WS-OPEN-TABLE-FULL
           END-IF

           IF WS-PROBLEMS-FOUND > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * Load what earlier sweeps raised and nobody has worked
      * yet.  No suspense file at all means nothing is open.
      *----------------------------------------------------------
       0500-LOAD-OPEN-SUSPENSE.
           MOVE 0 TO WS-OPEN-COUNT
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS NOT = "00"
               GO TO 0500-EXIT
           END-IF
           PERFORM 0510-LOAD-ONE-SUSPENSE
               UNTIL WS-SUSP-FILE-STATUS = "10"
           CLOSE SUSPENSE-FILE.

       0500-EXIT.
           EXIT.

       0510-LOAD-ONE-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SUSP-FILE-STATUS
               NOT AT END
                   IF SUSP-SOURCE = WS-SUSP-SOURCE AND SUSP-OPEN
                       IF WS-OPEN-COUNT < WS-OPEN-MAX
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE SUSP-REASON
                               TO OPEN-REASON(WS-OPEN-COUNT)
                           MOVE SUSP-RECORD-IMAGE(1:40)
                               TO OPEN-IMAGE-KEY(WS-OPEN-COUNT)
                       ELSE
                           ADD 1 TO WS-OPEN-TABLE-FULL
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * CUSTXREF: every owner row's account must be on the
      * master, its customer on CUSTMSTR, and the owner of an
      * open account must have somewhere on ADDRMST to mail.
      *----------------------------------------------------------
       1000-SWEEP-CUSTXREF.
           OPEN INPUT CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               MOVE "CUSTXREF" TO RPF-FILE
               PERFORM 9500-REPORT-FILE-MISSING
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-CHECK-ONE-XREF THRU 1100-EXIT
               UNTIL WS-XREF-FILE-STATUS = "10"
           CLOSE CUST-XREF-FILE.

       1000-EXIT.
           EXIT.

       1100-CHECK-ONE-XREF.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-XREF-FILE-STATUS
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-ROWS-CHECKED
           MOVE SPACES TO WS-PROB-KEY
           STRING XREF-ACCT-ID "/" XREF-CUST-NO
               DELIMITED BY SIZE INTO WS-PROB-KEY
           MOVE XREF-RECORD TO WS-SUSP-IMAGE

           MOVE XREF-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           IF WS-CHK-ACCT-MISSING
               MOVE 1 TO WS-RULE-SUB
               PERFORM 9200-RAISE-PROBLEM
           END-IF

           MOVE XREF-CUST-NO TO CUS-CUST-NO
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE XREF-CUST-NO TO WS-PROB-REFERENCE
                   MOVE "MISSING" TO WS-PROB-STATE
                   MOVE 2 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
                   GO TO 1100-EXIT
           END-READ

           IF WS-CHK-ACCT-OPEN
               PERFORM 1200-FIND-ANY-ADDRESS
               IF NOT WS-ADDR-FOUND
                   MOVE XREF-CUST-NO TO WS-PROB-REFERENCE
                   MOVE "NO ADDR" TO WS-PROB-STATE
                   MOVE 3 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               END-IF
           END-IF.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Any ADDRMST row at all for the owner will do - which
      * address is in effect is the mailing programs' business.
      *----------------------------------------------------------
       1200-FIND-ANY-ADDRESS.
           MOVE "N" TO WS-ADDR-FOUND-SW
           MOVE XREF-CUST-NO TO ADDR-CUST-NO
           MOVE 0 TO ADDR-EFF-DATE
           START ADDRESS-MASTER-FILE KEY IS NOT LESS THAN ADDR-KEY
               INVALID KEY
                   MOVE "23" TO WS-ADDR-FILE-STATUS
               NOT INVALID KEY
                   READ ADDRESS-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ADDR-CUST-NO = XREF-CUST-NO
                               SET WS-ADDR-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.

      *----------------------------------------------------------
      * OVDRLINK: both ends of an overdraft link must be on the
      * master and open, or the sweep it promises cannot happen.
      *----------------------------------------------------------
       2000-SWEEP-OVDRLINK.
           OPEN INPUT OVERDRAFT-LINK-FILE
           IF WS-LINK-FILE-STATUS NOT = "00"
               MOVE "OVDRLINK" TO RPF-FILE
               PERFORM 9500-REPORT-FILE-MISSING
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CHECK-ONE-LINK THRU 2100-EXIT
               UNTIL WS-LINK-FILE-STATUS = "10"
           CLOSE OVERDRAFT-LINK-FILE.

       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-LINK.
           READ OVERDRAFT-LINK-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LINK-FILE-STATUS
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-ROWS-CHECKED
           MOVE LINK-ACCT-ID TO WS-PROB-KEY
           MOVE LINK-RECORD TO WS-SUSP-IMAGE

           MOVE LINK-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CHK-ACCT-MISSING
                   MOVE 4 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-CLOSED
                   MOVE 6 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
           END-EVALUATE

           MOVE LINK-FUNDING-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CHK-ACCT-MISSING
                   MOVE 5 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-CLOSED
                   MOVE 7 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * STORDMST: a live order (no expiry, or not yet expired)
      * must debit and credit accounts that are there and open.
      * An order paying a beneficiary has no to-account.
      *----------------------------------------------------------
       3000-SWEEP-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-STOR-FILE-STATUS NOT = "00"
               MOVE "STORDMST" TO RPF-FILE
               PERFORM 9500-REPORT-FILE-MISSING
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHECK-ONE-ORDER THRU 3100-EXIT
               UNTIL WS-STOR-FILE-STATUS = "10"
           CLOSE STANDING-ORDER-FILE.

       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STOR-FILE-STATUS
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-ROWS-CHECKED
           IF STOR-EXPIRY-DATE NOT = 0
               AND STOR-EXPIRY-DATE < WS-CURRENT-DATE
               GO TO 3100-EXIT
           END-IF
           MOVE STOR-ORDER-NO TO WS-PROB-KEY
           MOVE STOR-ORDER TO WS-SUSP-IMAGE

           MOVE STOR-FROM-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CHK-ACCT-MISSING
                   MOVE 8 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-CLOSED
                   MOVE 9 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
           END-EVALUATE

           IF STOR-TO-ACCT-ID = SPACES
               GO TO 3100-EXIT
           END-IF
           MOVE STOR-TO-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CHK-ACCT-MISSING
                   MOVE 10 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-CLOSED
                   MOVE 11 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TERMDEP: every deposit row needs its account; an open
      * deposit needs it open, and its payout account (where
      * interest or proceeds go at maturity) there and open.
      *----------------------------------------------------------
       4000-SWEEP-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TDEP-FILE-STATUS NOT = "00"
               MOVE "TERMDEP" TO RPF-FILE
               PERFORM 9500-REPORT-FILE-MISSING
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-CHECK-ONE-DEPOSIT THRU 4100-EXIT
               UNTIL WS-TDEP-FILE-STATUS = "10"
           CLOSE TERM-DEPOSIT-FILE.

       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-DEPOSIT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TDEP-FILE-STATUS
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-ROWS-CHECKED
           MOVE TD-ACCT-ID TO WS-PROB-KEY
           MOVE TD-RECORD TO WS-SUSP-IMAGE

           MOVE TD-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           IF WS-CHK-ACCT-MISSING
               MOVE 12 TO WS-RULE-SUB
               PERFORM 9200-RAISE-PROBLEM
           END-IF
           IF NOT TD-OPEN-DEPOSIT
               GO TO 4100-EXIT
           END-IF
           IF WS-CHK-ACCT-CLOSED
               MOVE 13 TO WS-RULE-SUB
               PERFORM 9200-RAISE-PROBLEM
           END-IF

           IF TD-LINKED-ACCT-ID = SPACES
               GO TO 4100-EXIT
           END-IF
           MOVE TD-LINKED-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CHK-ACCT-MISSING
                   MOVE 14 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-CLOSED
                   MOVE 15 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
           END-EVALUATE.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * HOLDFILE: an open hold must sit on an account that is
      * there and open - a hold on a settled account is money
      * nobody can ever release.
      *----------------------------------------------------------
       5000-SWEEP-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               MOVE "HOLDFILE" TO RPF-FILE
               PERFORM 9500-REPORT-FILE-MISSING
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-CHECK-ONE-HOLD THRU 5100-EXIT
               UNTIL WS-HOLD-FILE-STATUS = "10"
           CLOSE HOLD-FILE.

       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-HOLD-FILE-STATUS
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-ROWS-CHECKED
           IF NOT HOLD-OPEN
               GO TO 5100-EXIT
           END-IF
           MOVE HOLD-ID TO WS-PROB-KEY
           MOVE HOLD-RECORD TO WS-SUSP-IMAGE

           MOVE HOLD-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CHK-ACCT-MISSING
                   MOVE 16 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-CLOSED
                   MOVE 17 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
           END-EVALUATE.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * BILLMSTR: a billing row needs its account, and a closed
      * account should not still be carrying a payment due.
      *----------------------------------------------------------
       6000-SWEEP-BILLING.
           OPEN INPUT BILLING-MASTER-FILE
           IF WS-BILL-FILE-STATUS NOT = "00"
               MOVE "BILLMSTR" TO RPF-FILE
               PERFORM 9500-REPORT-FILE-MISSING
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-CHECK-ONE-BILL THRU 6100-EXIT
               UNTIL WS-BILL-FILE-STATUS = "10"
           CLOSE BILLING-MASTER-FILE.

       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-BILL.
           READ BILLING-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BILL-FILE-STATUS
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-ROWS-CHECKED
           MOVE BILL-ACCT-ID TO WS-PROB-KEY
           MOVE BILL-RECORD TO WS-SUSP-IMAGE

           MOVE BILL-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CHK-ACCT-MISSING
                   MOVE 18 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-CLOSED
                   IF BILL-MIN-PAYMENT > 0
                       MOVE 19 TO WS-RULE-SUB
                       PERFORM 9200-RAISE-PROBLEM
                   END-IF
           END-EVALUATE.

       6100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ESCHCTL: a row needs its account.  An account still at
      * the letter stage cannot have been closed underneath the
      * pipeline, and a remitted account must be closed - ACCT-
      * ESCH closes it when the balance goes to the state.
      *----------------------------------------------------------
       7000-SWEEP-ESCHEATMENT.
           OPEN INPUT ESCHEAT-CONTROL-FILE
           IF WS-ESCH-FILE-STATUS NOT = "00"
               MOVE "ESCHCTL" TO RPF-FILE
               PERFORM 9500-REPORT-FILE-MISSING
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-CHECK-ONE-ESCHEAT THRU 7100-EXIT
               UNTIL WS-ESCH-FILE-STATUS = "10"
           CLOSE ESCHEAT-CONTROL-FILE.

       7000-EXIT.
           EXIT.

       7100-CHECK-ONE-ESCHEAT.
           READ ESCHEAT-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ESCH-FILE-STATUS
                   GO TO 7100-EXIT
           END-READ
           ADD 1 TO WS-ROWS-CHECKED
           MOVE ESCH-ACCT-ID TO WS-PROB-KEY
           MOVE ESCH-RECORD TO WS-SUSP-IMAGE

           MOVE ESCH-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CHK-ACCT-MISSING
                   MOVE 20 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-CLOSED AND ESCH-LETTER-SENT
                   MOVE 21 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-OPEN AND ESCH-REMITTED
                   MOVE 22 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
           END-EVALUATE.

       7100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PENDXFER: a transfer still waiting for approval must
      * move money between accounts that are there and open, or
      * the approver is being asked to release a dead item.  Row
      * zero is the control row.
      *----------------------------------------------------------
       7500-SWEEP-PENDING-XFERS.
           OPEN INPUT PENDING-XFER-FILE
           IF WS-PXFR-FILE-STATUS NOT = "00"
               MOVE "PENDXFER" TO RPF-FILE
               PERFORM 9500-REPORT-FILE-MISSING
               GO TO 7500-EXIT
           END-IF
           PERFORM 7600-CHECK-ONE-PENDING THRU 7600-EXIT
               UNTIL WS-PXFR-FILE-STATUS = "10"
           CLOSE PENDING-XFER-FILE.

       7500-EXIT.
           EXIT.

       7600-CHECK-ONE-PENDING.
           READ PENDING-XFER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-PXFR-FILE-STATUS
                   GO TO 7600-EXIT
           END-READ
           IF PXFR-ID = 0
               GO TO 7600-EXIT
           END-IF
           ADD 1 TO WS-ROWS-CHECKED
           IF NOT PXFR-PENDING
               GO TO 7600-EXIT
           END-IF
           MOVE PXFR-ID TO WS-PROB-KEY
           MOVE PXFR-RECORD TO WS-SUSP-IMAGE
           MOVE PXFR-XFER-IMAGE TO XFER-TRANSACTION

           MOVE XFER-FROM-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CHK-ACCT-MISSING
                   MOVE 23 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-CLOSED
                   MOVE 24 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
           END-EVALUATE

           MOVE XFER-TO-ACCT-ID TO WS-CHK-ACCT-ID
           PERFORM 9100-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CHK-ACCT-MISSING
                   MOVE 25 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
               WHEN WS-CHK-ACCT-CLOSED
                   MOVE 26 TO WS-RULE-SUB
                   PERFORM 9200-RAISE-PROBLEM
           END-EVALUATE.

       7600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One line per rule with what it found this week and how
      * much of it went to suspense fresh.
      *----------------------------------------------------------
       8000-PRINT-RULE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-SUMMARY-HEAD TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8100-PRINT-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

       8100-PRINT-ONE-RULE.
           MOVE RULE-FILE(WS-RULE-SUB) TO RPS-FILE
           MOVE RULE-CODE(WS-RULE-SUB) TO RPS-RULE
           MOVE RULE-DESCRIPTION(WS-RULE-SUB) TO RPS-DESCRIPTION
           MOVE RULE-FOUND(WS-RULE-SUB) TO RPS-FOUND
           MOVE RULE-RAISED(WS-RULE-SUB) TO RPS-RAISED
           MOVE WS-RPT-SUMMARY TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * What the master says about the account a row points at:
      * missing, closed (closed or charged off), or open.
      *----------------------------------------------------------
       9100-LOOKUP-ACCOUNT.
           MOVE WS-CHK-ACCT-ID TO WS-PROB-REFERENCE
           MOVE WS-CHK-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-CHK-ACCT-MISSING TO TRUE
                   MOVE "MISSING" TO WS-PROB-STATE
               NOT INVALID KEY
                   IF MST-CLOSED OR MST-CHARGED-OFF
                       SET WS-CHK-ACCT-CLOSED TO TRUE
                       MOVE "CLOSED" TO WS-PROB-STATE
                   ELSE
                       SET WS-CHK-ACCT-OPEN TO TRUE
                       MOVE "OPEN" TO WS-PROB-STATE
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Count the problem against its rule, report it, and land
      * it on suspense under reason "rule code + short text"
      * with the offending row as the record image - unless an
      * earlier sweep's item for the same row and rule is still
      * open.
      *----------------------------------------------------------
       9200-RAISE-PROBLEM.
           ADD 1 TO WS-PROBLEMS-FOUND
           ADD 1 TO RULE-FOUND(WS-RULE-SUB)
           MOVE SPACES TO WS-SUSP-REASON
           STRING RULE-CODE(WS-RULE-SUB) " "
                  RULE-SHORT-TEXT(WS-RULE-SUB)
               DELIMITED BY SIZE INTO WS-SUSP-REASON

           MOVE "N" TO WS-ALREADY-OPEN-SW
           IF WS-OPEN-COUNT > 0
               SET WS-OPEN-IDX TO 1
               SEARCH WS-OPEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN OPEN-REASON(WS-OPEN-IDX) = WS-SUSP-REASON
                    AND OPEN-IMAGE-KEY(WS-OPEN-IDX)
                        = WS-SUSP-IMAGE(1:40)
                       SET WS-ALREADY-OPEN TO TRUE
               END-SEARCH
           END-IF

           IF WS-ALREADY-OPEN
               ADD 1 TO WS-PROBLEMS-OPEN
               MOVE "ALREADY OPEN" TO RPD-SUSPENSE
           ELSE
               CALL "SUSPWRIT" USING WS-SUSP-SOURCE WS-SUSP-REASON
                   WS-SUSP-IMAGE
               ADD 1 TO WS-PROBLEMS-RAISED
               ADD 1 TO RULE-RAISED(WS-RULE-SUB)
               MOVE "RAISED" TO RPD-SUSPENSE
               IF WS-OPEN-COUNT < WS-OPEN-MAX
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-SUSP-REASON TO OPEN-REASON(WS-OPEN-COUNT)
                   MOVE WS-SUSP-IMAGE(1:40)
                       TO OPEN-IMAGE-KEY(WS-OPEN-COUNT)
               END-IF
           END-IF

           MOVE RULE-FILE(WS-RULE-SUB) TO RPD-FILE
           MOVE RULE-CODE(WS-RULE-SUB) TO RPD-RULE
           MOVE RULE-DESCRIPTION(WS-RULE-SUB) TO RPD-DESCRIPTION
           MOVE WS-PROB-KEY TO RPD-KEY
           MOVE WS-PROB-REFERENCE TO RPD-REFERENCE
           MOVE WS-PROB-STATE TO RPD-STATE
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * A file that is not there is reported, not abended on -
      * the other files still get their sweep.
      *----------------------------------------------------------
       9500-REPORT-FILE-MISSING.
           ADD 1 TO WS-FILES-MISSING
           MOVE WS-RPT-FILE-LINE TO RPT-LINE
           WRITE RPT-LINE.
