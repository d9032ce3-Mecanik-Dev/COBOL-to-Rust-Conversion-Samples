      *               on their own statement, and the e-delivery
      *               extract carries the balance once, under the
      *               primary.
      *   2026-10-15  Returned mail: a paper statement whose
      *               mailing address is flagged undeliverable on
      *               ADDRMST is held - listed on the HELDMAIL
      *               report instead of printed - until a good
      *               address is on file.
      *   2026-10-15  Householding: paper statements for customers
      *               on the same cycle who share a mailing address
      *               (matched on the ADDRSTD standardized key) go
      *               out as one household package - one address
      *               block, then each customer's statement - unless
      *               a customer has opted out on CUSTDEF.  STMTOUT
      *               carries a statement count on every package and
      *               a mail-house control trailer with the envelope
      *               count; the run reports the postage saved.
      *   2026-10-15  CUSTMSTR declared with its name and phone
      *               alternate keys, as CUST-MNT builds it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-STMT.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUS-CUST-NO
               ALTERNATE RECORD KEY IS CUS-SEARCH-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUS-SEARCH-PHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBK-FILE-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELDMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HML-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTFILE.
           LABEL RECORDS ARE STANDARD.
       01  FBK-LINE                  PIC X(100).

       FD  HELD-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  HML-LINE                  PIC X(132).

       SD  SORT-WORK-FILE.
      *    One row per paper statement that may share an envelope,
      *    in cycle and household order; the row carries what the
      *    mailing block and the statement need, so the customer
      *    master is not read again.
       01  SORT-RECORD.
           05  SRT-CYCLE-CODE        PIC 9(02).
           05  SRT-HOUSEHOLD-KEY     PIC X(65).
           05  SRT-CUST-NO           PIC X(06).
           05  SRT-ADDRESSEE         PIC X(75).
           05  SRT-ADDR-EFF-DATE     PIC 9(08).
           05  SRT-MAIL-ADDRESS      PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-CUSTS-PRINTED          PIC 9(06) VALUE 0.
       01  WS-CUSTS-EXTRACTED        PIC 9(06) VALUE 0.
       01  WS-CUSTS-SKIPPED          PIC 9(06) VALUE 0.
       01  WS-CUSTS-HELD             PIC 9(06) VALUE 0.
       01  WS-HML-FILE-STATUS        PIC X(02).
       01  WS-BEST-EFF-DATE          PIC 9(08) VALUE 0.
       01  WS-MAIL-ADDRESS.
           05  WS-MAIL-LINE-1        PIC X(30).
           05  WS-MAIL-CITY          PIC X(20).
           05  WS-MAIL-STATE         PIC X(02).
           05  WS-MAIL-ZIP           PIC X(10).
       01  WS-MAIL-HELD-SW           PIC X(01) VALUE "N".
           88  WS-MAIL-HELD              VALUE "Y".
       01  WS-MAIL-RETURNED-DATE     PIC 9(08) VALUE 0.
       01  WS-MAIL-RETURNED-SOURCE   PIC X(04) VALUE SPACES.
       01  WS-MAIL-RETURNED-COUNT    PIC 9(03) VALUE 0.

           COPY HELDMAIL.

       01  WS-SORT-STATUS            PIC X(02).
       01  WS-HH-CYCLE-CODE          PIC 9(02) VALUE 0.
       01  WS-HH-KEY                 PIC X(65) VALUE SPACES.
       01  WS-HH-PACKAGE-SW          PIC X(01) VALUE "N".
           88  WS-HH-PACKAGE             VALUE "Y".

      *    The household being packed.  A household larger than
      *    the table goes out as more than one package.
       01  WS-HH-MAX                 PIC 9(02) VALUE 20.
       01  WS-HH-TABLE-CTL.
           05  WS-HH-COUNT           PIC 9(02) VALUE 0.
           05  WS-HH-MEMBER OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-HH-COUNT
                   INDEXED BY WS-HH-IDX.
               10  HH-CUST-NO        PIC X(06).
               10  HH-ADDRESSEE      PIC X(75).

      *    Mail-house counts.  The postage rate is the single-piece
      *    rate a statement envelope mails at; a package mails at
      *    one rate however many statements it carries.
       01  WS-HOUSEHOLDS             PIC 9(06) VALUE 0.
       01  WS-HH-STMTS               PIC 9(06) VALUE 0.
       01  WS-SINGLE-STMTS           PIC 9(06) VALUE 0.
       01  WS-ENVELOPES              PIC 9(06) VALUE 0.
       01  WS-POSTAGE-RATE           PIC 9(01)V9(03) VALUE 0.730.
       01  WS-POSTAGE-SAVED          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-EDIT-POSTAGE           PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT ESTMT-EXTRACT-FILE
           OPEN OUTPUT FALLBACK-REPORT-FILE
           OPEN OUTPUT HELD-MAIL-FILE
           MOVE HML-HEADING-LINE TO HML-LINE
           WRITE HML-LINE
           PERFORM 7000-WRITE-EXTRACT-HEADER

      *    Paper statements that can share an envelope go through
      *    the sort into households and print as the customer pass
      *    ends; everything else prints as the pass reaches it.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CYCLE-CODE
               ON ASCENDING KEY SRT-HOUSEHOLD-KEY
               ON ASCENDING KEY SRT-CUST-NO
               INPUT PROCEDURE IS 1100-SELECT-CUSTOMERS
               OUTPUT PROCEDURE IS 5000-PRINT-HOUSEHOLDS

      *    Unlinked accounts have no customer and no cycle code;
      *    they print on the month-end catch-up pass so nothing
           IF WS-MONTH-END-RUN
               PERFORM 4000-PRINT-UNLINKED-ACCOUNTS
           END-IF
           PERFORM 7950-WRITE-MAIL-CONTROL

           CLOSE ACCT-MASTER-FILE
           CLOSE CUST-MASTER-FILE
           PERFORM 7900-WRITE-EXTRACT-TRAILER
           CLOSE ESTMT-EXTRACT-FILE
           CLOSE FALLBACK-REPORT-FILE
           CLOSE HELD-MAIL-FILE

           DISPLAY "ACCT-STMT: customers printed " WS-CUSTS-PRINTED
           DISPLAY "ACCT-STMT: customers held   " WS-CUSTS-HELD
           DISPLAY "ACCT-STMT: customers e-sent  "
                   WS-CUSTS-EXTRACTED
           DISPLAY "ACCT-STMT: customers not due " WS-CUSTS-SKIPPED
           DISPLAY "ACCT-STMT: household packages " WS-HOUSEHOLDS
           DISPLAY "ACCT-STMT: envelopes mailed  " WS-ENVELOPES
           DISPLAY "ACCT-STMT: postage saved     " WS-EDIT-POSTAGE
           STOP RUN.

      *----------------------------------------------------------
                   END-IF
           END-READ.

       1100-SELECT-CUSTOMERS.
           PERFORM 1000-PROCESS-CUSTOMER
               UNTIL WS-CUST-FILE-STATUS = "10".

       1000-PROCESS-CUSTOMER.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END
                           ADD 1 TO WS-CUSTS-EXTRACTED
                           PERFORM 7500-EXTRACT-CUSTOMER
                       ELSE
                           PERFORM 1800-FORMAT-CUSTOMER-NAME
                           PERFORM 1420-FIND-MAILING-ADDRESS
                           PERFORM 1460-ROUTE-PAPER-STATEMENT
                               THRU 1460-EXIT
                       END-IF
                   ELSE
                       ADD 1 TO WS-CUSTS-SKIPPED
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A statement for a held address is listed, not printed.
      * A customer who opted out of household mailing, or who has
      * no address on file to match a household on, prints in an
      * envelope of their own now; the rest go to the household
      * sort.
      *----------------------------------------------------------
       1460-ROUTE-PAPER-STATEMENT.
           IF WS-MAIL-HELD
               ADD 1 TO WS-CUSTS-HELD
               PERFORM 1470-LIST-HELD-STATEMENT
               GO TO 1460-EXIT
           END-IF
           IF CUS-HHOLD-OPT-OUT OR WS-BEST-EFF-DATE = 0
               ADD 1 TO WS-CUSTS-PRINTED
               ADD 1 TO WS-SINGLE-STMTS
               PERFORM 1500-PRINT-CUSTOMER-STATEMENT
               GO TO 1460-EXIT
           END-IF
           PERFORM 1200-RELEASE-HOUSEHOLD-MEMBER.

       1460-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Customers on one cycle whose addresses build the same
      * ADDRSTD key sort together as one household.
      *----------------------------------------------------------
       1200-RELEASE-HOUSEHOLD-MEMBER.
           MOVE CUS-CYCLE-CODE TO SRT-CYCLE-CODE
           CALL "ADDRSTD" USING WS-MAIL-LINE-1 WS-MAIL-LINE-2
               WS-MAIL-ZIP SRT-HOUSEHOLD-KEY
           MOVE CUS-CUST-NO TO SRT-CUST-NO
           MOVE WS-CUST-FULL-NAME TO SRT-ADDRESSEE
           MOVE WS-BEST-EFF-DATE TO SRT-ADDR-EFF-DATE
           MOVE WS-MAIL-ADDRESS TO SRT-MAIL-ADDRESS
           RELEASE SORT-RECORD.

       7000-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXT-HEADER-RECORD
           MOVE "H" TO EXT-HDR-TYPE
           MOVE WS-EXT-BALANCE-TOTAL TO EXT-TRL-BALANCE-TOTAL
           WRITE EXT-TRAILER-RECORD.

      *----------------------------------------------------------
      * Control trailer for the mail house: the envelopes the run
      * produced and how the statements split between household
      * packages and single mailings.
      *----------------------------------------------------------
       7950-WRITE-MAIL-CONTROL.
           ADD WS-SINGLE-STMTS WS-HOUSEHOLDS GIVING WS-ENVELOPES
           COMPUTE WS-POSTAGE-SAVED ROUNDED =
               (WS-HH-STMTS - WS-HOUSEHOLDS) * WS-POSTAGE-RATE
           MOVE WS-POSTAGE-SAVED TO WS-EDIT-POSTAGE

           MOVE SPACES TO STMT-LINE
           STRING "MAIL HOUSE CONTROL  STATEMENT DATE " WS-STMT-DATE
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "  ENVELOPES                " WS-ENVELOPES
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "  HOUSEHOLD PACKAGES       " WS-HOUSEHOLDS
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "  STATEMENTS IN PACKAGES   " WS-HH-STMTS
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "  STATEMENTS MAILED SINGLY " WS-SINGLE-STMTS
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE.

      *----------------------------------------------------------
      * One combined statement: the customer heading, then a
      * section for every account the cross-reference links to
      * this customer.
      *----------------------------------------------------------
      *    Inside a household package the package's address block
      *    has already printed.
       1500-PRINT-CUSTOMER-STATEMENT.
           IF NOT WS-HH-PACKAGE
               PERFORM 1400-PRINT-MAILING-BLOCK
           END-IF

           MOVE SPACES TO STMT-LINE
           STRING "CUSTOMER: " CUS-CUST-NO "  " WS-CUST-FULL-NAME
           MOVE SPACES TO STMT-LINE
           MOVE WS-CUST-FULL-NAME TO STMT-LINE
           WRITE STMT-LINE
           PERFORM 1405-PRINT-ADDRESS-LINES.

       1405-PRINT-ADDRESS-LINES.
           IF WS-BEST-EFF-DATE > 0
               MOVE SPACES TO STMT-LINE
               MOVE WS-MAIL-LINE-1 TO STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE.

      *----------------------------------------------------------
      * Find the mailing address before anything prints: when the
      * address in effect is flagged undeliverable the statement
      * is held rather than mailed to it again.
      *----------------------------------------------------------
       1420-FIND-MAILING-ADDRESS.
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE SPACES TO WS-MAIL-ADDRESS
           MOVE "N" TO WS-MAIL-HELD-SW
           MOVE LOW-VALUES TO ADDR-KEY
           START ADDRESS-MASTER-FILE KEY IS NOT LESS THAN ADDR-KEY
               INVALID KEY
                   MOVE "10" TO WS-ADDR-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ADDR-FILE-STATUS
           END-START
           PERFORM 1410-SCAN-ONE-ADDRESS
               UNTIL WS-ADDR-FILE-STATUS = "10".

      *----------------------------------------------------------
      * A held statement is listed, not printed; every account
      * it would have carried stays on file for the reprint once
      * the branch has a good address.
      *----------------------------------------------------------
       1470-LIST-HELD-STATEMENT.
           MOVE "STMT" TO HML-DOCUMENT
           MOVE CUS-CUST-NO TO HML-CUST-NO
           MOVE SPACES TO HML-ACCT-ID
           MOVE WS-CUST-FULL-NAME TO HML-ADDRESSEE
           MOVE WS-BEST-EFF-DATE TO HML-ADDR-EFF-DATE
           MOVE WS-MAIL-RETURNED-DATE TO HML-RETURNED-DATE
           MOVE WS-MAIL-RETURNED-SOURCE TO HML-RETURNED-SOURCE
           MOVE WS-MAIL-RETURNED-COUNT TO HML-RETURNED-COUNT
           MOVE HML-DETAIL-LINE TO HML-LINE
           WRITE HML-LINE.

      *----------------------------------------------------------
      * Keep the newest effective-dated address for this customer
      * that is already in effect on the statement date, and
      * whether returned mail has flagged it undeliverable.
      *----------------------------------------------------------
       1410-SCAN-ONE-ADDRESS.
           READ ADDRESS-MASTER-FILE NEXT RECORD
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

                   MOVE MST-ACCT-ID TO XREF-ACCT-ID
                   READ CUST-XREF-FILE
                       INVALID KEY
                           ADD 1 TO WS-SINGLE-STMTS
                           PERFORM 2000-PRINT-STATEMENT
                   END-READ
           END-READ.

      *----------------------------------------------------------
      * Household packages, off the sort in cycle and household
      * order.  A household of one is an ordinary statement in an
      * envelope of its own.
      *----------------------------------------------------------
       5000-PRINT-HOUSEHOLDS.
           MOVE "00" TO WS-SORT-STATUS
           PERFORM 5100-RETURN-MEMBER
           PERFORM 5200-PRINT-ONE-HOUSEHOLD
               UNTIL WS-SORT-STATUS = "10".

       5100-RETURN-MEMBER.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "10" TO WS-SORT-STATUS
           END-RETURN.

       5200-PRINT-ONE-HOUSEHOLD.
           MOVE SRT-CYCLE-CODE TO WS-HH-CYCLE-CODE
           MOVE SRT-HOUSEHOLD-KEY TO WS-HH-KEY
           MOVE SRT-ADDR-EFF-DATE TO WS-BEST-EFF-DATE
           MOVE SRT-MAIL-ADDRESS TO WS-MAIL-ADDRESS
           MOVE 0 TO WS-HH-COUNT
           PERFORM 5300-ADD-HOUSEHOLD-MEMBER
               UNTIL WS-SORT-STATUS = "10"
                  OR SRT-CYCLE-CODE NOT = WS-HH-CYCLE-CODE
                  OR SRT-HOUSEHOLD-KEY NOT = WS-HH-KEY
                  OR WS-HH-COUNT = WS-HH-MAX

           ADD WS-HH-COUNT TO WS-CUSTS-PRINTED
           IF WS-HH-COUNT = 1
               ADD 1 TO WS-SINGLE-STMTS
               SET WS-HH-IDX TO 1
               PERFORM 5600-PRINT-MEMBER-STATEMENT
           ELSE
               ADD 1 TO WS-HOUSEHOLDS
               ADD WS-HH-COUNT TO WS-HH-STMTS
               PERFORM 5400-PRINT-HOUSEHOLD-HEADING
               SET WS-HH-PACKAGE TO TRUE
               PERFORM 5600-PRINT-MEMBER-STATEMENT
                   VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
               MOVE "N" TO WS-HH-PACKAGE-SW
           END-IF.

       5300-ADD-HOUSEHOLD-MEMBER.
           ADD 1 TO WS-HH-COUNT
           SET WS-HH-IDX TO WS-HH-COUNT
           MOVE SRT-CUST-NO TO HH-CUST-NO(WS-HH-IDX)
           MOVE SRT-ADDRESSEE TO HH-ADDRESSEE(WS-HH-IDX)
           PERFORM 5100-RETURN-MEMBER.

      *----------------------------------------------------------
      * Package heading for the mail house (the package number
      * and how many statements it holds), then one address
      * block: up to three members by name over the shared
      * address.
      *----------------------------------------------------------
       5400-PRINT-HOUSEHOLD-HEADING.
           MOVE SPACES TO STMT-LINE
           STRING "HOUSEHOLD PACKAGE " WS-HOUSEHOLDS
               "  STATEMENTS " WS-HH-COUNT
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           PERFORM 5410-PRINT-ADDRESSEE
               VARYING WS-HH-IDX FROM 1 BY 1
               UNTIL WS-HH-IDX > WS-HH-COUNT
                  OR WS-HH-IDX > 3
           IF WS-HH-COUNT > 3
               MOVE SPACES TO STMT-LINE
               MOVE "AND OTHER HOUSEHOLD MEMBERS" TO STMT-LINE
               WRITE STMT-LINE
           END-IF
           PERFORM 1405-PRINT-ADDRESS-LINES.

       5410-PRINT-ADDRESSEE.
           MOVE SPACES TO STMT-LINE
           MOVE HH-ADDRESSEE(WS-HH-IDX) TO STMT-LINE
           WRITE STMT-LINE.

       5600-PRINT-MEMBER-STATEMENT.
           MOVE HH-CUST-NO(WS-HH-IDX) TO CUS-CUST-NO
           MOVE HH-ADDRESSEE(WS-HH-IDX) TO WS-CUST-FULL-NAME
           PERFORM 1500-PRINT-CUSTOMER-STATEMENT.
