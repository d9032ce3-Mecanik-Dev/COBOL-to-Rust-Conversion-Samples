      * Every stage writes its own audit-trail entry (reason codes
      * ESCL letter, ESCC cleared, ESCH remitted) so the examiner
      * can walk the whole chain.
      *
      * Modification history:
      *   2026-10-15  The escheatment suspense account is opened
      *               with no home branch (head office).
      *   2026-10-15  Returned mail: a due-diligence letter bound
      *               for an address flagged undeliverable on
      *               ADDRMST is held and listed on the HELDMAIL
      *               report instead of printed, and returned mail
      *               at the owner's address is recorded on ESCHCTL
      *               as lost-owner evidence and carried onto the
      *               state remittance record.
      *   2026-10-15  CUSTMSTR declared with its name and phone
      *               alternate keys, as CUST-MNT builds it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ESCH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-NO
               ALTERNATE RECORD KEY IS CUS-SEARCH-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUS-SEARCH-PHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-FILE-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELDMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HML-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-PARM-FILE
           05  REMIT-ADDR-ZIP        PIC X(10).
           05  REMIT-AMOUNT          PIC S9(7)V99.
           05  REMIT-DATE            PIC 9(08).
      *    Y when returned mail is on record for the owner - the
      *    lost-owner evidence behind the remittance.
           05  REMIT-RETURNED-MAIL   PIC X(01).

       FD  HELD-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  HML-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-ADDR-FILE-STATUS       PIC X(02).
       01  WS-LTR-FILE-STATUS        PIC X(02).
       01  WS-REM-FILE-STATUS        PIC X(02).
       01  WS-HML-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-TIME           PIC 9(08).

           05  WS-MAIL-CITY          PIC X(20).
           05  WS-MAIL-STATE         PIC X(02).
           05  WS-MAIL-ZIP           PIC X(10).
       01  WS-MAIL-HELD-SW           PIC X(01) VALUE "N".
           88  WS-MAIL-HELD              VALUE "Y".
       01  WS-MAIL-RETURNED-DATE     PIC 9(08) VALUE 0.
       01  WS-MAIL-RETURNED-SOURCE   PIC X(04) VALUE SPACES.
       01  WS-MAIL-RETURNED-COUNT    PIC 9(03) VALUE 0.

           COPY HELDMAIL.

       01  WS-DISBURSE-AMOUNT        PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-EDIT-AMT               PIC -Z,ZZZ,ZZ9.99.
       01  WS-COUNTERS.
           05  WS-ACCTS-READ         PIC 9(06) VALUE 0.
           05  WS-LETTERS-SENT       PIC 9(06) VALUE 0.
           05  WS-LETTERS-HELD       PIC 9(06) VALUE 0.
           05  WS-ACCTS-CLEARED      PIC 9(06) VALUE 0.
           05  WS-ACCTS-REMITTED     PIC 9(06) VALUE 0.

           OPEN INPUT ADDRESS-MASTER-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REMITTANCE-FILE
           OPEN OUTPUT HELD-MAIL-FILE
           MOVE HML-HEADING-LINE TO HML-LINE
           WRITE HML-LINE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-TRAIL-FILE
           CLOSE ADDRESS-MASTER-FILE
           CLOSE LETTER-FILE
           CLOSE REMITTANCE-FILE
           CLOSE HELD-MAIL-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE ESCHEAT-CONTROL-FILE

           DISPLAY "ACCT-ESCH: accounts read     " WS-ACCTS-READ
           DISPLAY "ACCT-ESCH: letters sent      " WS-LETTERS-SENT
           DISPLAY "ACCT-ESCH: letters held      " WS-LETTERS-HELD
           DISPLAY "ACCT-ESCH: accounts cleared  " WS-ACCTS-CLEARED
           DISPLAY "ACCT-ESCH: accounts remitted " WS-ACCTS-REMITTED
           STOP RUN.
      * Apply one pass-1 decision: letter, clear, or remit.
      *----------------------------------------------------------
       5000-APPLY-ONE-DECISION.
           PERFORM 6000-LOOKUP-OWNER-DETAILS THRU 6000-EXIT
           EVALUATE TRUE
               WHEN ACT-SEND-LETTER(WS-ACT-IDX)
                   PERFORM 5100-SEND-LETTER
                   PERFORM 5300-REMIT-ACCOUNT
           END-EVALUATE.

      *----------------------------------------------------------
      * The due-diligence letter.  An owner whose address is
      * flagged undeliverable is not written to again: the letter
      * is held on the HELDMAIL report, the returned mail goes on
      * the control row as lost-owner evidence, and the response
      * window runs from today just the same.
      *----------------------------------------------------------
       5100-SEND-LETTER.
           MOVE ACT-ACCT-ID(WS-ACT-IDX) TO ESCH-ACCT-ID
           MOVE SPACE TO ESCH-RETURNED-MAIL
           MOVE 0 TO ESCH-RETURNED-DATE
           IF WS-MAIL-HELD
               ADD 1 TO WS-LETTERS-HELD
               PERFORM 5150-LIST-HELD-LETTER
               SET ESCH-MAIL-RETURNED TO TRUE
               MOVE WS-MAIL-RETURNED-DATE TO ESCH-RETURNED-DATE
           ELSE
               ADD 1 TO WS-LETTERS-SENT
               PERFORM 5110-PRINT-LETTER
           END-IF

           SET ESCH-LETTER-SENT TO TRUE
           MOVE WS-CURRENT-DATE TO ESCH-LETTER-DATE
           MOVE 0 TO ESCH-REMIT-DATE
           WRITE ESCH-RECORD
               INVALID KEY
                   REWRITE ESCH-RECORD
           END-WRITE

           PERFORM 7000-LOG-STAGE-LETTER.

       5110-PRINT-LETTER.
           MOVE SPACES TO LTR-LINE
           MOVE WS-OWNER-NAME TO LTR-LINE
           WRITE LTR-LINE
               TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE.

       5150-LIST-HELD-LETTER.
           MOVE "ESCH" TO HML-DOCUMENT
           MOVE WS-CUST-NO TO HML-CUST-NO
           MOVE ACT-ACCT-ID(WS-ACT-IDX) TO HML-ACCT-ID
           MOVE WS-OWNER-NAME TO HML-ADDRESSEE
           MOVE WS-BEST-EFF-DATE TO HML-ADDR-EFF-DATE
           MOVE WS-MAIL-RETURNED-DATE TO HML-RETURNED-DATE
           MOVE WS-MAIL-RETURNED-SOURCE TO HML-RETURNED-SOURCE
           MOVE WS-MAIL-RETURNED-COUNT TO HML-RETURNED-COUNT
           MOVE HML-DETAIL-LINE TO HML-LINE
           WRITE HML-LINE.

       5200-CLEAR-ACCOUNT.
           ADD 1 TO WS-ACCTS-CLEARED
      * Remit: disburse the balance to the escheatment suspense
      * account through the ACCT-CLSE settlement chain, close the
      * account, and put the owner on the state remittance file.
      * Mail returned since the letter went out (the owner's
      * address now flagged undeliverable) joins the lost-owner
      * evidence on the control row before it is closed out.
      *----------------------------------------------------------
       5300-REMIT-ACCOUNT.
           PERFORM 5400-ENSURE-SUSPENSE-ACCOUNT
               NOT INVALID KEY
                   SET ESCH-REMITTED TO TRUE
                   MOVE WS-CURRENT-DATE TO ESCH-REMIT-DATE
                   IF WS-MAIL-HELD AND NOT ESCH-MAIL-RETURNED
                       SET ESCH-MAIL-RETURNED TO TRUE
                       MOVE WS-MAIL-RETURNED-DATE
                           TO ESCH-RETURNED-DATE
                   END-IF
                   REWRITE ESCH-RECORD
           END-READ

                   MOVE 0 TO MST-UPDATE-SEQ
                   MOVE 0 TO MST-ACCR-INT
                   MOVE "USD" TO MST-CURRENCY
                   MOVE SPACES TO MST-HOME-BRANCH
                   WRITE MST-ACCOUNT
                       INVALID KEY
                           DISPLAY "ACCT-ESCH: suspense write failed"
           MOVE WS-MAIL-ZIP TO REMIT-ADDR-ZIP
           MOVE WS-DISBURSE-AMOUNT TO REMIT-AMOUNT
           MOVE WS-CURRENT-DATE TO REMIT-DATE
           MOVE "N" TO REMIT-RETURNED-MAIL
           IF ESCH-MAIL-RETURNED OR WS-MAIL-HELD
               MOVE "Y" TO REMIT-RETURNED-MAIL
           END-IF
           WRITE REMIT-RECORD.

      *----------------------------------------------------------
           MOVE SPACES TO WS-OWNER-NAME
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE SPACES TO WS-MAIL-ADDRESS
           MOVE "N" TO WS-MAIL-HELD-SW

           MOVE LOW-VALUES TO XREF-ACCT-ID
           START CUST-XREF-FILE KEY IS NOT LESS THAN XREF-ACCT-ID
                       MOVE ADDR-CITY   TO WS-MAIL-CITY
                       MOVE ADDR-STATE  TO WS-MAIL-STATE
                       MOVE ADDR-ZIP    TO WS-MAIL-ZIP
                       MOVE "N" TO WS-MAIL-HELD-SW
                       IF ADDR-UNDELIVERABLE
                           SET WS-MAIL-HELD TO TRUE
                       END-IF
                       MOVE ADDR-RETURNED-DATE
                           TO WS-MAIL-RETURNED-DATE
                       MOVE ADDR-RETURNED-SOURCE
                           TO WS-MAIL-RETURNED-SOURCE
                       MOVE ADDR-RETURNED-COUNT
                           TO WS-MAIL-RETURNED-COUNT
                   END-IF
           END-READ.

