      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: manual journal entries.  GL-POST journals only
      * what the systems produce - the day's audit trail and the
      * pricing, cash and unclaimed-check feeds - so an accrual, a
      * reclassification or a correction could only be booked by
      * editing GLJRNL by hand.  This job takes the accountants'
      * submitted entries off MJETXNS (a header carrying the
      * effective date, preparer, reason and auto-reverse flag,
      * followed by its lines) and files each on the MJEFILE
      * manual-journal file as pending - but only when every
      * account is on GLCOA, the debits equal the credits to the
      * penny, and the effective date falls in a period GL-CLOSE
      * has not already CLOSED.
      *
      * A pending entry is released by a second person on
      * MJEAPPR, under the four-eyes rule XFR-APPR enforces for
      * parked transfers: the approving ID must carry supervisor
      * authority on TELLPROF and must not be the preparer.  An
      * approved entry whose effective date has arrived is
      * written to the MJEPOST feed under its own MANUALJE
      * journal source, and GL-POST carries it onto the night's
      * GLJRNL where GL-TRIAL and GL-CLOSE pick it up.  An entry
      * flagged to auto-reverse books its mirror image - every
      * debit a credit and every credit a debit - dated the first
      * day of the next period, the first night that date comes
      * around.  Anything still waiting is listed on MJERPT.
      *
      * Modification history:
      *   2026-10-15  A line may name the branch it is booked to;
      *               the branch rides onto the MJEPOST feed (and
      *               the reversal) as the journal branch segment.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-MJE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRY-TXN-FILE ASSIGN TO "MJETXNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT APPROVAL-TXN-FILE ASSIGN TO "MJEAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT MANUAL-JOURNAL-FILE ASSIGN TO "MJEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJE-KEY
               FILE STATUS IS WS-MJE-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLA-ACCT-NO
               FILE STATUS IS WS-GLA-FILE-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS WS-GLP-FILE-STATUS.

           SELECT TELLER-PROFILE-FILE ASSIGN TO "TELLPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TELL-TELLER-ID
               FILE STATUS IS WS-TELL-FILE-STATUS.

           SELECT MJE-POST-FILE ASSIGN TO "MJEPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT MJE-REPORT-FILE ASSIGN TO "MJERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRY-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  MTX-RECORD.
           05  MTX-REC-TYPE          PIC X(01).
               88  MTX-HEADER            VALUE "H".
               88  MTX-LINE              VALUE "L".
           05  MTX-ENTRY-ID          PIC X(08).
           05  FILLER                PIC X(71).
       01  MTX-HEADER-RECORD REDEFINES MTX-RECORD.
           05  FILLER                PIC X(09).
           05  MTX-EFFECTIVE-DATE    PIC 9(08).
           05  MTX-PREPARER-ID       PIC X(08).
           05  MTX-REASON            PIC X(30).
           05  MTX-AUTO-REVERSE      PIC X(01).
           05  FILLER                PIC X(24).
       01  MTX-LINE-RECORD REDEFINES MTX-RECORD.
           05  FILLER                PIC X(09).
           05  MTX-GL-ACCT           PIC X(04).
           05  MTX-DR-CR             PIC X(01).
           05  MTX-AMOUNT            PIC 9(9)V99.
           05  MTX-MEMO              PIC X(30).
           05  MTX-BRANCH            PIC X(04).
           05  FILLER                PIC X(21).

       FD  APPROVAL-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  APTX-RECORD.
           05  APTX-ENTRY-ID         PIC X(08).
           05  APTX-ACTION           PIC X(01).
               88  APTX-APPROVE          VALUE "A".
               88  APTX-DENY             VALUE "D".
           05  APTX-APPROVER-ID      PIC X(08).
           05  APTX-REASON           PIC X(30).

       FD  MANUAL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANJRNL.

       FD  GL-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLCOA.

       FD  GL-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPERIOD.

       FD  TELLER-PROFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TELLPROF.

       FD  MJE-POST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.

       FD  MJE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TXN-FILE-STATUS        PIC X(02).
       01  WS-APPR-FILE-STATUS       PIC X(02).
       01  WS-MJE-FILE-STATUS        PIC X(02).
       01  WS-GLA-FILE-STATUS        PIC X(02).
       01  WS-GLP-FILE-STATUS        PIC X(02).
       01  WS-TELL-FILE-STATUS       PIC X(02).
       01  WS-POST-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

       01  WS-MANUAL-SOURCE          PIC X(08) VALUE "MANUALJE".

      *    No GLPERIOD file means no period has ever been closed.
       01  WS-GLP-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-GLP-AVAILABLE          VALUE "Y".
       01  WS-CHECK-DATE             PIC 9(08) VALUE 0.
       01  WS-CHECK-PERIOD           PIC 9(06) VALUE 0.
       01  WS-PERIOD-SW              PIC X(01) VALUE "N".
           88  WS-PERIOD-CLOSED          VALUE "Y".

       01  WS-REJECT-SW              PIC X(01) VALUE "N".
           88  WS-TXN-REJECTED           VALUE "Y".
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-SCAN-DONE-SW           PIC X(01) VALUE "N".
           88  WS-SCAN-DONE              VALUE "Y".

      *    The entry being assembled off MJETXNS: its header and
      *    up to 50 lines, held until the next header (or end of
      *    file) closes it.
       01  WS-ENTRY-OPEN-SW          PIC X(01) VALUE "N".
           88  WS-ENTRY-OPEN             VALUE "Y".
       01  WS-ENTRY-OVERFLOW-SW      PIC X(01) VALUE "N".
           88  WS-ENTRY-OVERFLOW         VALUE "Y".
       01  WS-ENTRY-HEADER.
           05  WS-ENT-ENTRY-ID       PIC X(08).
           05  WS-ENT-EFFECTIVE-DATE PIC 9(08).
           05  WS-ENT-PREPARER-ID    PIC X(08).
           05  WS-ENT-REASON         PIC X(30).
           05  WS-ENT-AUTO-REVERSE   PIC X(01).
       01  WS-ENT-DATE-PARTS REDEFINES WS-ENTRY-HEADER.
           05  FILLER                PIC X(08).
           05  WS-ENT-YEAR           PIC 9(04).
           05  WS-ENT-MONTH          PIC 9(02).
           05  WS-ENT-DAY            PIC 9(02).
           05  FILLER                PIC X(39).
       01  WS-ENT-LINE-COUNT         PIC 9(03) VALUE 0.
       01  WS-ENT-LINE-TABLE.
           05  WS-ENT-LINE OCCURS 50 TIMES
                           INDEXED BY WS-ENT-IDX.
               10  WS-ENL-GL-ACCT    PIC X(04).
               10  WS-ENL-DR-CR      PIC X(01).
               10  WS-ENL-AMOUNT     PIC S9(9)V99.
               10  WS-ENL-MEMO       PIC X(30).
               10  WS-ENL-BRANCH     PIC X(04).
       01  WS-ENT-DEBITS             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ENT-CREDITS            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ENT-LINE-NO            PIC 9(03) VALUE 0.

      *    Set off each header as the scan passes it, so the lines
      *    that follow it on the file know what to do.
       01  WS-JOURNAL-MODE           PIC X(01) VALUE SPACES.
           88  WS-JOURNAL-NONE           VALUE SPACES.
           88  WS-JOURNAL-POST           VALUE "P".
           88  WS-JOURNAL-REVERSE        VALUE "R".
       01  WS-JOURNAL-DATE           PIC 9(08) VALUE 0.
       01  WS-JOURNAL-ENTRY-ID       PIC X(08) VALUE SPACES.
       01  WS-NEXT-PERIOD-START.
           05  WS-NPS-YEAR           PIC 9(04).
           05  WS-NPS-MONTH          PIC 9(02).
           05  WS-NPS-DAY            PIC 9(02).
       01  WS-NEXT-PERIOD-DATE REDEFINES WS-NEXT-PERIOD-START
                                     PIC 9(08).

       01  WS-COUNTERS.
           05  WS-TXNS-READ          PIC 9(06) VALUE 0.
           05  WS-ENTRIES-FILED      PIC 9(06) VALUE 0.
           05  WS-ENTRIES-REJECTED   PIC 9(06) VALUE 0.
           05  WS-APPRS-READ         PIC 9(06) VALUE 0.
           05  WS-ENTRIES-APPROVED   PIC 9(06) VALUE 0.
           05  WS-ENTRIES-DENIED     PIC 9(06) VALUE 0.
           05  WS-APPRS-REJECTED     PIC 9(06) VALUE 0.
           05  WS-ENTRIES-POSTED     PIC 9(06) VALUE 0.
           05  WS-ENTRIES-REVERSED   PIC 9(06) VALUE 0.
           05  WS-ENTRIES-HELD       PIC 9(06) VALUE 0.
           05  WS-ENTRIES-WAITING    PIC 9(06) VALUE 0.
           05  WS-JRNLS-WRITTEN      PIC 9(06) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(38)
               VALUE "GL-MJE: MANUAL JOURNAL ENTRIES AS OF ".
           05  RPT-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(86) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(10) VALUE "ENTRY ID".
           05  FILLER  PIC X(20) VALUE "STATUS".
           05  FILLER  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER  PIC X(10) VALUE "PREPARER".
           05  FILLER  PIC X(10) VALUE "APPROVER".
           05  FILLER  PIC X(17) VALUE "          AMOUNT".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(53) VALUE "REASON".

       01  WS-RPT-DETAIL.
           05  RPT-ENTRY-ID          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPT-STATUS-TEXT       PIC X(18).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPT-EFFECTIVE-DATE    PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPT-PREPARER          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPT-APPROVER          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPT-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPT-REASON            PIC X(30).
           05  FILLER                PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE

           OPEN I-O MANUAL-JOURNAL-FILE
           IF WS-MJE-FILE-STATUS = "35"
               OPEN OUTPUT MANUAL-JOURNAL-FILE
               CLOSE MANUAL-JOURNAL-FILE
               OPEN I-O MANUAL-JOURNAL-FILE
           END-IF
           OPEN INPUT GL-ACCOUNT-FILE
           OPEN INPUT TELLER-PROFILE-FILE
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GLP-FILE-STATUS = "00"
               SET WS-GLP-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT MJE-POST-FILE
           OPEN OUTPUT MJE-REPORT-FILE

           MOVE WS-CURRENT-DATE TO RPT-HDG-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           OPEN INPUT ENTRY-TXN-FILE
           IF WS-TXN-FILE-STATUS NOT = "00"
               MOVE "10" TO WS-TXN-FILE-STATUS
           END-IF
           PERFORM 1000-READ-ENTRY-TXN
               UNTIL WS-TXN-FILE-STATUS = "10"
           PERFORM 2000-FILE-ENTRY THRU 2000-EXIT
           CLOSE ENTRY-TXN-FILE

           OPEN INPUT APPROVAL-TXN-FILE
           IF WS-APPR-FILE-STATUS NOT = "00"
               MOVE "10" TO WS-APPR-FILE-STATUS
           END-IF
           PERFORM 3000-PROCESS-APPROVAL
               UNTIL WS-APPR-FILE-STATUS = "10"
           CLOSE APPROVAL-TXN-FILE

           PERFORM 4000-JOURNAL-DUE-ENTRIES

           CLOSE MANUAL-JOURNAL-FILE
           CLOSE GL-ACCOUNT-FILE
           CLOSE TELLER-PROFILE-FILE
           IF WS-GLP-AVAILABLE
               CLOSE GL-PERIOD-FILE
           END-IF
           CLOSE MJE-POST-FILE
           CLOSE MJE-REPORT-FILE

           DISPLAY "GL-MJE: entry records read " WS-TXNS-READ
           DISPLAY "GL-MJE: entries filed      " WS-ENTRIES-FILED
           DISPLAY "GL-MJE: entries rejected   " WS-ENTRIES-REJECTED
           DISPLAY "GL-MJE: approvals read     " WS-APPRS-READ
           DISPLAY "GL-MJE: entries approved   " WS-ENTRIES-APPROVED
           DISPLAY "GL-MJE: entries denied     " WS-ENTRIES-DENIED
           DISPLAY "GL-MJE: approvals bad      " WS-APPRS-REJECTED
           DISPLAY "GL-MJE: entries posted     " WS-ENTRIES-POSTED
           DISPLAY "GL-MJE: entries reversed   " WS-ENTRIES-REVERSED
           DISPLAY "GL-MJE: entries held       " WS-ENTRIES-HELD
           DISPLAY "GL-MJE: awaiting approval  " WS-ENTRIES-WAITING
           DISPLAY "GL-MJE: journals written   " WS-JRNLS-WRITTEN

           IF WS-ENTRIES-REJECTED > 0 OR WS-APPRS-REJECTED > 0
               OR WS-ENTRIES-HELD > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * Assemble the submitted entries.  A header closes (files
      * or rejects) the entry before it and opens a new one; a
      * line is added to the open entry.  A line with no header
      * in front of it, or under another entry's ID, poisons the
      * entry it arrived in - better refused whole than booked
      * short.
      *----------------------------------------------------------
       1000-READ-ENTRY-TXN.
           READ ENTRY-TXN-FILE
               AT END
                   MOVE "10" TO WS-TXN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
                   PERFORM 1100-TAKE-ENTRY-TXN THRU 1100-EXIT
           END-READ.

       1100-TAKE-ENTRY-TXN.
           IF MTX-HEADER
               PERFORM 2000-FILE-ENTRY THRU 2000-EXIT
               SET WS-ENTRY-OPEN TO TRUE
               MOVE "N" TO WS-ENTRY-OVERFLOW-SW
               MOVE "N" TO WS-REJECT-SW
               MOVE SPACES TO WS-REJECT-REASON
               MOVE MTX-ENTRY-ID TO WS-ENT-ENTRY-ID
               MOVE MTX-EFFECTIVE-DATE TO WS-ENT-EFFECTIVE-DATE
               MOVE MTX-PREPARER-ID TO WS-ENT-PREPARER-ID
               MOVE MTX-REASON TO WS-ENT-REASON
               MOVE MTX-AUTO-REVERSE TO WS-ENT-AUTO-REVERSE
               MOVE 0 TO WS-ENT-LINE-COUNT
               GO TO 1100-EXIT
           END-IF

           IF NOT WS-ENTRY-OPEN
               DISPLAY "GL-MJE: line with no header for "
                       MTX-ENTRY-ID
               ADD 1 TO WS-ENTRIES-REJECTED
               GO TO 1100-EXIT
           END-IF
           IF NOT MTX-LINE OR MTX-ENTRY-ID NOT = WS-ENT-ENTRY-ID
               IF NOT WS-TXN-REJECTED
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "STRAY RECORD INSIDE ENTRY"
                       TO WS-REJECT-REASON
               END-IF
               GO TO 1100-EXIT
           END-IF
           IF WS-ENT-LINE-COUNT = 50
               SET WS-ENTRY-OVERFLOW TO TRUE
               GO TO 1100-EXIT
           END-IF

           ADD 1 TO WS-ENT-LINE-COUNT
           SET WS-ENT-IDX TO WS-ENT-LINE-COUNT
           MOVE MTX-GL-ACCT TO WS-ENL-GL-ACCT(WS-ENT-IDX)
           MOVE MTX-DR-CR TO WS-ENL-DR-CR(WS-ENT-IDX)
           IF MTX-AMOUNT IS NUMERIC
               MOVE MTX-AMOUNT TO WS-ENL-AMOUNT(WS-ENT-IDX)
           ELSE
               MOVE 0 TO WS-ENL-AMOUNT(WS-ENT-IDX)
           END-IF
           MOVE MTX-MEMO TO WS-ENL-MEMO(WS-ENT-IDX)
           MOVE MTX-BRANCH TO WS-ENL-BRANCH(WS-ENT-IDX).

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Close the open entry: every check must pass before any
      * of it is filed.  An accepted entry goes onto MJEFILE as
      * pending - header first, then its lines - and waits for a
      * second person's approval.
      *----------------------------------------------------------
       2000-FILE-ENTRY.
           IF NOT WS-ENTRY-OPEN
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-ENTRY-OPEN-SW

           IF WS-TXN-REJECTED
               GO TO 2090-REJECT-ENTRY
           END-IF
           IF WS-ENT-ENTRY-ID = SPACES
               MOVE "ENTRY ID MISSING" TO WS-REJECT-REASON
               GO TO 2090-REJECT-ENTRY
           END-IF
           MOVE WS-ENT-ENTRY-ID TO MJE-ENTRY-ID
           MOVE 0 TO MJE-LINE-NO
           READ MANUAL-JOURNAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ENTRY ID ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   GO TO 2090-REJECT-ENTRY
           END-READ
           IF WS-ENT-PREPARER-ID = SPACES
               MOVE "PREPARER MISSING" TO WS-REJECT-REASON
               GO TO 2090-REJECT-ENTRY
           END-IF
           IF WS-ENT-REASON = SPACES
               MOVE "REASON MISSING" TO WS-REJECT-REASON
               GO TO 2090-REJECT-ENTRY
           END-IF
           IF WS-ENT-EFFECTIVE-DATE NOT NUMERIC
               OR WS-ENT-MONTH < 1 OR WS-ENT-MONTH > 12
               OR WS-ENT-DAY < 1 OR WS-ENT-DAY > 31
               MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
               GO TO 2090-REJECT-ENTRY
           END-IF
           IF WS-ENT-AUTO-REVERSE NOT = "Y"
               AND WS-ENT-AUTO-REVERSE NOT = "N"
               AND WS-ENT-AUTO-REVERSE NOT = SPACE
               MOVE "AUTO-REVERSE FLAG INVALID" TO WS-REJECT-REASON
               GO TO 2090-REJECT-ENTRY
           END-IF
           IF WS-ENTRY-OVERFLOW
               MOVE "MORE THAN 50 LINES" TO WS-REJECT-REASON
               GO TO 2090-REJECT-ENTRY
           END-IF
           IF WS-ENT-LINE-COUNT < 2
               MOVE "FEWER THAN TWO LINES" TO WS-REJECT-REASON
               GO TO 2090-REJECT-ENTRY
           END-IF

           MOVE 0 TO WS-ENT-DEBITS
           MOVE 0 TO WS-ENT-CREDITS
           PERFORM 2100-CHECK-ENTRY-LINE
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-LINE-COUNT
                  OR WS-TXN-REJECTED
           IF WS-TXN-REJECTED
               GO TO 2090-REJECT-ENTRY
           END-IF
           IF WS-ENT-DEBITS NOT = WS-ENT-CREDITS
               MOVE "DEBITS DO NOT EQUAL CREDITS" TO WS-REJECT-REASON
               GO TO 2090-REJECT-ENTRY
           END-IF

           MOVE WS-ENT-EFFECTIVE-DATE TO WS-CHECK-DATE
           PERFORM 2600-CHECK-PERIOD-OPEN THRU 2600-EXIT
           IF WS-PERIOD-CLOSED
               MOVE "PERIOD IS CLOSED" TO WS-REJECT-REASON
               GO TO 2090-REJECT-ENTRY
           END-IF

           MOVE SPACES TO MJE-RECORD
           MOVE WS-ENT-ENTRY-ID TO MJE-ENTRY-ID
           MOVE 0 TO MJE-LINE-NO
           MOVE WS-ENT-EFFECTIVE-DATE TO MJH-EFFECTIVE-DATE
           MOVE WS-ENT-PREPARER-ID TO MJH-PREPARER-ID
           MOVE WS-ENT-REASON TO MJH-REASON
           IF WS-ENT-AUTO-REVERSE = "Y"
               MOVE "Y" TO MJH-AUTO-REVERSE
           ELSE
               MOVE "N" TO MJH-AUTO-REVERSE
           END-IF
           SET MJH-PENDING TO TRUE
           MOVE SPACES TO MJH-APPROVER-ID
           MOVE 0 TO MJH-APPROVE-DATE
           MOVE 0 TO MJH-POSTED-DATE
           MOVE 0 TO MJH-REVERSE-DATE
           MOVE WS-ENT-LINE-COUNT TO MJH-LINE-COUNT
           MOVE WS-ENT-DEBITS TO MJH-TOTAL-AMOUNT
           WRITE MJE-RECORD
               INVALID KEY
                   MOVE "ENTRY ID ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   GO TO 2090-REJECT-ENTRY
           END-WRITE
           PERFORM 2200-FILE-ENTRY-LINE
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-LINE-COUNT

           ADD 1 TO WS-ENTRIES-FILED
           MOVE WS-ENT-ENTRY-ID TO RPT-ENTRY-ID
           MOVE "FILED - PENDING" TO RPT-STATUS-TEXT
           MOVE WS-ENT-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE
           MOVE WS-ENT-PREPARER-ID TO RPT-PREPARER
           MOVE SPACES TO RPT-APPROVER
           MOVE WS-ENT-DEBITS TO RPT-AMOUNT
           MOVE WS-ENT-REASON TO RPT-REASON
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           GO TO 2000-EXIT.

       2090-REJECT-ENTRY.
           ADD 1 TO WS-ENTRIES-REJECTED
           DISPLAY "GL-MJE: entry rejected " WS-ENT-ENTRY-ID
                   " - " WS-REJECT-REASON
           MOVE WS-ENT-ENTRY-ID TO RPT-ENTRY-ID
           MOVE "REJECTED" TO RPT-STATUS-TEXT
           IF WS-ENT-EFFECTIVE-DATE IS NUMERIC
               MOVE WS-ENT-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE
           ELSE
               MOVE 0 TO RPT-EFFECTIVE-DATE
           END-IF
           MOVE WS-ENT-PREPARER-ID TO RPT-PREPARER
           MOVE SPACES TO RPT-APPROVER
           MOVE 0 TO RPT-AMOUNT
           MOVE WS-REJECT-REASON TO RPT-REASON
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One line: a live GLCOA account, a debit or a credit, and
      * an amount above zero.
      *----------------------------------------------------------
       2100-CHECK-ENTRY-LINE.
           MOVE WS-ENL-GL-ACCT(WS-ENT-IDX) TO GLA-ACCT-NO
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "ACCOUNT NOT ON GLCOA "
                          WS-ENL-GL-ACCT(WS-ENT-IDX)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-READ
           IF WS-TXN-REJECTED
               CONTINUE
           ELSE
               IF WS-ENL-AMOUNT(WS-ENT-IDX) NOT > 0
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "LINE AMOUNT NOT ABOVE ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   EVALUATE WS-ENL-DR-CR(WS-ENT-IDX)
                       WHEN "D"
                           ADD WS-ENL-AMOUNT(WS-ENT-IDX)
                               TO WS-ENT-DEBITS
                       WHEN "C"
                           ADD WS-ENL-AMOUNT(WS-ENT-IDX)
                               TO WS-ENT-CREDITS
                       WHEN OTHER
                           SET WS-TXN-REJECTED TO TRUE
                           MOVE "LINE NOT DEBIT OR CREDIT"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.

       2200-FILE-ENTRY-LINE.
           MOVE SPACES TO MJE-RECORD
           MOVE WS-ENT-ENTRY-ID TO MJE-ENTRY-ID
           SET WS-ENT-LINE-NO TO WS-ENT-IDX
           MOVE WS-ENT-LINE-NO TO MJE-LINE-NO
           MOVE WS-ENL-GL-ACCT(WS-ENT-IDX) TO MJL-GL-ACCT
           MOVE WS-ENL-DR-CR(WS-ENT-IDX) TO MJL-DR-CR
           MOVE WS-ENL-AMOUNT(WS-ENT-IDX) TO MJL-AMOUNT
           MOVE WS-ENL-MEMO(WS-ENT-IDX) TO MJL-MEMO
           MOVE WS-ENL-BRANCH(WS-ENT-IDX) TO MJL-BRANCH
           WRITE MJE-RECORD
               INVALID KEY
                   DISPLAY "GL-MJE: duplicate line " MJE-KEY
           END-WRITE.

      *----------------------------------------------------------
      * Is the period holding WS-CHECK-DATE closed on GLPERIOD?
      * No period file, or no row for the period, means GL-CLOSE
      * has never closed it - open.
      *----------------------------------------------------------
       2600-CHECK-PERIOD-OPEN.
           MOVE "N" TO WS-PERIOD-SW
           IF NOT WS-GLP-AVAILABLE
               GO TO 2600-EXIT
           END-IF
           COMPUTE WS-CHECK-PERIOD = WS-CHECK-DATE / 100
           MOVE WS-CHECK-PERIOD TO GLP-PERIOD
           READ GL-PERIOD-FILE
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ
           IF GLP-CLOSED
               SET WS-PERIOD-CLOSED TO TRUE
           END-IF.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One approval decision: the entry must still be pending,
      * the approving ID must be supervisor level on TELLPROF and
      * must not be the preparer, and the entry's period must
      * not have closed while it waited.
      *----------------------------------------------------------
       3000-PROCESS-APPROVAL.
           READ APPROVAL-TXN-FILE
               AT END
                   MOVE "10" TO WS-APPR-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-APPRS-READ
                   PERFORM 3100-APPLY-ONE-APPROVAL THRU 3100-EXIT
                   IF WS-TXN-REJECTED
                       ADD 1 TO WS-APPRS-REJECTED
                       DISPLAY "GL-MJE: approval rejected "
                               APTX-ENTRY-ID " - " WS-REJECT-REASON
                   END-IF
           END-READ.

       3100-APPLY-ONE-APPROVAL.
           MOVE "N" TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON

           MOVE APTX-ENTRY-ID TO MJE-ENTRY-ID
           MOVE 0 TO MJE-LINE-NO
           READ MANUAL-JOURNAL-FILE
               INVALID KEY
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "ENTRY NOT FOUND" TO WS-REJECT-REASON
                   GO TO 3100-EXIT
           END-READ
           IF NOT MJH-PENDING
               SET WS-TXN-REJECTED TO TRUE
               MOVE "ENTRY NOT PENDING" TO WS-REJECT-REASON
               GO TO 3100-EXIT
           END-IF
           IF NOT APTX-APPROVE AND NOT APTX-DENY
               SET WS-TXN-REJECTED TO TRUE
               MOVE "ACTION NOT APPROVE OR DENY" TO WS-REJECT-REASON
               GO TO 3100-EXIT
           END-IF

           MOVE APTX-APPROVER-ID TO TELL-TELLER-ID
           READ TELLER-PROFILE-FILE
               INVALID KEY
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "UNKNOWN APPROVER ID" TO WS-REJECT-REASON
                   GO TO 3100-EXIT
           END-READ
           IF NOT TELL-AUTH-SUPERVISOR
               SET WS-TXN-REJECTED TO TRUE
               MOVE "ID IS NOT SUPERVISOR LEVEL"
                   TO WS-REJECT-REASON
               GO TO 3100-EXIT
           END-IF
           IF APTX-APPROVER-ID = MJH-PREPARER-ID
               SET WS-TXN-REJECTED TO TRUE
               MOVE "APPROVER IS THE PREPARER" TO WS-REJECT-REASON
               GO TO 3100-EXIT
           END-IF

           IF APTX-APPROVE
               MOVE MJH-EFFECTIVE-DATE TO WS-CHECK-DATE
               PERFORM 2600-CHECK-PERIOD-OPEN THRU 2600-EXIT
               IF WS-PERIOD-CLOSED
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "PERIOD IS CLOSED" TO WS-REJECT-REASON
                   GO TO 3100-EXIT
               END-IF
           END-IF

           MOVE APTX-APPROVER-ID TO MJH-APPROVER-ID
           MOVE WS-CURRENT-DATE TO MJH-APPROVE-DATE
           IF APTX-APPROVE
               SET MJH-APPROVED TO TRUE
               ADD 1 TO WS-ENTRIES-APPROVED
               MOVE "APPROVED" TO RPT-STATUS-TEXT
           ELSE
               SET MJH-DENIED TO TRUE
               ADD 1 TO WS-ENTRIES-DENIED
               MOVE "DENIED" TO RPT-STATUS-TEXT
           END-IF
           REWRITE MJE-RECORD
           MOVE APTX-REASON TO RPT-REASON
           PERFORM 5000-REPORT-ENTRY.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Walk the file in key order - each header followed by its
      * own lines.  A header decides what its lines do tonight:
      * an approved entry whose effective date has come journals
      * as booked; a posted auto-reversing entry whose reversal
      * date has come journals as its mirror image.  The header
      * is stamped before its lines are read, so a rerun cannot
      * journal the same entry twice.
      *----------------------------------------------------------
       4000-JOURNAL-DUE-ENTRIES.
           MOVE "N" TO WS-SCAN-DONE-SW
           SET WS-JOURNAL-NONE TO TRUE
           MOVE LOW-VALUES TO MJE-KEY
           START MANUAL-JOURNAL-FILE KEY IS NOT LESS THAN MJE-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 4100-SCAN-ONE-RECORD
               UNTIL WS-SCAN-DONE.

       4100-SCAN-ONE-RECORD.
           READ MANUAL-JOURNAL-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF MJE-HEADER-LINE
                       PERFORM 4200-DECIDE-ENTRY THRU 4200-EXIT
                   ELSE
                       IF NOT WS-JOURNAL-NONE
                           AND MJE-ENTRY-ID = WS-JOURNAL-ENTRY-ID
                           PERFORM 4500-JOURNAL-ONE-LINE
                       END-IF
                   END-IF
           END-READ.

       4200-DECIDE-ENTRY.
           SET WS-JOURNAL-NONE TO TRUE
           MOVE MJE-ENTRY-ID TO WS-JOURNAL-ENTRY-ID

           IF MJH-PENDING
               ADD 1 TO WS-ENTRIES-WAITING
               MOVE "AWAITING APPROVAL" TO RPT-STATUS-TEXT
               MOVE MJH-REASON TO RPT-REASON
               PERFORM 5000-REPORT-ENTRY
               GO TO 4200-EXIT
           END-IF

           IF MJH-APPROVED AND MJH-EFFECTIVE-DATE <= WS-CURRENT-DATE
               MOVE MJH-EFFECTIVE-DATE TO WS-CHECK-DATE
               PERFORM 2600-CHECK-PERIOD-OPEN THRU 2600-EXIT
               IF WS-PERIOD-CLOSED
                   PERFORM 4300-HOLD-ENTRY
                   GO TO 4200-EXIT
               END-IF
               SET WS-JOURNAL-POST TO TRUE
               MOVE MJH-EFFECTIVE-DATE TO WS-JOURNAL-DATE
               SET MJH-POSTED TO TRUE
               MOVE WS-CURRENT-DATE TO MJH-POSTED-DATE
               IF MJH-REVERSES
                   PERFORM 4400-FIRST-OF-NEXT-PERIOD
                   MOVE WS-NEXT-PERIOD-DATE TO MJH-REVERSE-DATE
               END-IF
               REWRITE MJE-RECORD
               ADD 1 TO WS-ENTRIES-POSTED
               MOVE "POSTED" TO RPT-STATUS-TEXT
               MOVE MJH-REASON TO RPT-REASON
               PERFORM 5000-REPORT-ENTRY
               GO TO 4200-EXIT
           END-IF

           IF MJH-POSTED AND MJH-REVERSES
               AND MJH-REVERSE-DATE <= WS-CURRENT-DATE
               MOVE MJH-REVERSE-DATE TO WS-CHECK-DATE
               PERFORM 2600-CHECK-PERIOD-OPEN THRU 2600-EXIT
               IF WS-PERIOD-CLOSED
                   PERFORM 4300-HOLD-ENTRY
                   GO TO 4200-EXIT
               END-IF
               SET WS-JOURNAL-REVERSE TO TRUE
               MOVE MJH-REVERSE-DATE TO WS-JOURNAL-DATE
               SET MJH-REVERSED TO TRUE
               REWRITE MJE-RECORD
               ADD 1 TO WS-ENTRIES-REVERSED
               MOVE "REVERSED" TO RPT-STATUS-TEXT
               MOVE MJH-REASON TO RPT-REASON
               PERFORM 5000-REPORT-ENTRY
           END-IF.

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Due, but its period has since been closed: the entry is
      * left as it stands and reported for finance to rebook in
      * an open period.
      *----------------------------------------------------------
       4300-HOLD-ENTRY.
           ADD 1 TO WS-ENTRIES-HELD
           DISPLAY "GL-MJE: entry held - period closed "
                   MJE-ENTRY-ID
           MOVE "HELD - PERIOD CLSD" TO RPT-STATUS-TEXT
           MOVE MJH-REASON TO RPT-REASON
           PERFORM 5000-REPORT-ENTRY.

      *----------------------------------------------------------
      * The first day of the period after the effective date.
      *----------------------------------------------------------
       4400-FIRST-OF-NEXT-PERIOD.
           MOVE MJH-EFFECTIVE-DATE TO WS-NEXT-PERIOD-DATE
           MOVE 1 TO WS-NPS-DAY
           IF WS-NPS-MONTH = 12
               MOVE 1 TO WS-NPS-MONTH
               ADD 1 TO WS-NPS-YEAR
           ELSE
               ADD 1 TO WS-NPS-MONTH
           END-IF.

      *----------------------------------------------------------
      * One line to the MJEPOST feed.  A reversal swaps the side
      * and carries an R-marked reference back to the entry.
      *----------------------------------------------------------
       4500-JOURNAL-ONE-LINE.
           MOVE WS-JOURNAL-DATE TO JRNL-DATE
           MOVE MJL-GL-ACCT TO JRNL-GL-ACCT
           MOVE MJL-AMOUNT TO JRNL-AMOUNT
           MOVE WS-MANUAL-SOURCE TO JRNL-SOURCE
           MOVE SPACES TO JRNL-REFERENCE
           MOVE MJL-BRANCH TO JRNL-BRANCH
           IF WS-JOURNAL-POST
               MOVE MJL-DR-CR TO JRNL-DR-CR
               STRING MJE-ENTRY-ID " L" MJE-LINE-NO
                   DELIMITED BY SIZE INTO JRNL-REFERENCE
           ELSE
               IF MJL-DEBIT
                   SET JRNL-CREDIT TO TRUE
               ELSE
                   SET JRNL-DEBIT TO TRUE
               END-IF
               STRING MJE-ENTRY-ID " R" MJE-LINE-NO
                   DELIMITED BY SIZE INTO JRNL-REFERENCE
           END-IF
           WRITE JRNL-RECORD
           ADD 1 TO WS-JRNLS-WRITTEN.

      *----------------------------------------------------------
      * One report line off the header in the record area.
      *----------------------------------------------------------
       5000-REPORT-ENTRY.
           MOVE MJE-ENTRY-ID TO RPT-ENTRY-ID
           MOVE MJH-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE
           MOVE MJH-PREPARER-ID TO RPT-PREPARER
           MOVE MJH-APPROVER-ID TO RPT-APPROVER
           MOVE MJH-TOTAL-AMOUNT TO RPT-AMOUNT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
