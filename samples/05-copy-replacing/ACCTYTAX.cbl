      * feed goes to the filing service with a control trailer.
      * Customers under the reporting minimum go to a separate
      * suppressed-form report instead of the filing feed.
      *
      * Modification history:
      *   2026-10-15  Returned mail: a tax summary whose mailing
      *               address is flagged undeliverable on ADDRMST
      *               is held - listed on the HELDMAIL report
      *               instead of printed.  The customer still goes
      *               on the filing feed.
      *   2026-10-15  CUSTMSTR declared with its name and phone
      *               alternate keys, as CUST-MNT builds it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-YTAX.
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
               FILE STATUS IS WS-SUPR-FILE-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELDMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HML-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUPR-LINE                 PIC X(100).

       FD  HELD-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  HML-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-HIST-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-FEED-FILE-STATUS       PIC X(02).
       01  WS-SUPR-FILE-STATUS       PIC X(02).
       01  WS-HML-FILE-STATUS        PIC X(02).

       01  WS-TAX-YEAR               PIC 9(04) VALUE 0.
       01  WS-YEAR-FROM-DATE         PIC 9(08) VALUE 0.
           05  WS-MAIL-CITY          PIC X(20).
           05  WS-MAIL-STATE         PIC X(02).
           05  WS-MAIL-ZIP           PIC X(10).
       01  WS-MAIL-HELD-SW           PIC X(01) VALUE "N".
           88  WS-MAIL-HELD              VALUE "Y".
       01  WS-MAIL-RETURNED-DATE     PIC 9(08) VALUE 0.
       01  WS-MAIL-RETURNED-SOURCE   PIC X(04) VALUE SPACES.
       01  WS-MAIL-RETURNED-COUNT    PIC 9(03) VALUE 0.

           COPY HELDMAIL.

       01  WS-EDIT-AMT               PIC -Z,ZZZ,ZZ9.99.

           05  WS-AUDIT-RECS-READ    PIC 9(08) VALUE 0.
           05  WS-CUSTS-REPORTED     PIC 9(06) VALUE 0.
           05  WS-CUSTS-SUPPRESSED   PIC 9(06) VALUE 0.
           05  WS-CUSTS-HELD         PIC 9(06) VALUE 0.
           05  WS-FEED-INTEREST      PIC S9(11)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
           OPEN OUTPUT TAX-REPORT-FILE
           OPEN OUTPUT TAX-FEED-FILE
           OPEN OUTPUT SUPPRESSED-REPORT-FILE
           OPEN OUTPUT HELD-MAIL-FILE
           MOVE HML-HEADING-LINE TO HML-LINE
           WRITE HML-LINE

           PERFORM 3000-REPORT-ONE-CUSTOMER
               UNTIL WS-CUST-FILE-STATUS = "10"
           CLOSE TAX-REPORT-FILE
           CLOSE TAX-FEED-FILE
           CLOSE SUPPRESSED-REPORT-FILE
           CLOSE HELD-MAIL-FILE

           DISPLAY "ACCT-YTAX: audit records read "
                   WS-AUDIT-RECS-READ
                   WS-CUSTS-REPORTED
           DISPLAY "ACCT-YTAX: customers suppressed "
                   WS-CUSTS-SUPPRESSED
           DISPLAY "ACCT-YTAX: summaries held     "
                   WS-CUSTS-HELD
           STOP RUN.

      *----------------------------------------------------------
               AT END
                   MOVE "10" TO WS-CUST-FILE-STATUS
               NOT AT END
                   PERFORM 3100-TOTAL-ONE-CUSTOMER THRU 3100-EXIT
           END-READ.

       3100-TOTAL-ONE-CUSTOMER.
           END-IF

           ADD 1 TO WS-CUSTS-REPORTED
           PERFORM 4100-FORMAT-CUSTOMER-NAME
           PERFORM 4150-FIND-MAILING-ADDRESS
           IF WS-MAIL-HELD
               ADD 1 TO WS-CUSTS-HELD
               PERFORM 4300-LIST-HELD-SUMMARY
           ELSE
               PERFORM 4000-PRINT-TAX-SUMMARY
           END-IF
           PERFORM 4500-WRITE-FEED-DETAIL.

       3100-EXIT.
      * the FORMAT-NAME addressee line, then the year's totals.
      *----------------------------------------------------------
       4000-PRINT-TAX-SUMMARY.
           PERFORM 4200-PRINT-MAILING-BLOCK

           MOVE SPACES TO RPT-LINE
           MOVE WS-CUST-FULL-NAME TO RPT-LINE
           WRITE RPT-LINE

           IF WS-BEST-EFF-DATE > 0
               MOVE SPACES TO RPT-LINE
               MOVE WS-MAIL-LINE-1 TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *----------------------------------------------------------
      * The year-end address is found before anything prints so
      * a summary bound for an undeliverable address is held.
      *----------------------------------------------------------
       4150-FIND-MAILING-ADDRESS.
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
           PERFORM 4250-SCAN-ONE-ADDRESS
               UNTIL WS-ADDR-FILE-STATUS = "10".

       4250-SCAN-ONE-ADDRESS.
           READ ADDRESS-MASTER-FILE NEXT RECORD
               AT END
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

       4300-LIST-HELD-SUMMARY.
           MOVE "YTAX" TO HML-DOCUMENT
           MOVE CUS-CUST-NO TO HML-CUST-NO
           MOVE SPACES TO HML-ACCT-ID
           MOVE WS-CUST-FULL-NAME TO HML-ADDRESSEE
           MOVE WS-BEST-EFF-DATE TO HML-ADDR-EFF-DATE
           MOVE WS-MAIL-RETURNED-DATE TO HML-RETURNED-DATE
           MOVE WS-MAIL-RETURNED-SOURCE TO HML-RETURNED-SOURCE
           MOVE WS-MAIL-RETURNED-COUNT TO HML-RETURNED-COUNT
           MOVE HML-DETAIL-LINE TO HML-LINE
           WRITE HML-LINE.

       4500-WRITE-FEED-DETAIL.
           MOVE SPACES TO FEED-RECORD
           MOVE "D" TO FEED-REC-TYPE
