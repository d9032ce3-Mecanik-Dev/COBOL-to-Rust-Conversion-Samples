      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: advance change-in-terms notices.  A rate sheet
      * keyed into INTTIER through TBL-MAINT, or a service-charge
      * change queued on the REF-MAINT pending file for FEESCHED,
      * took effect on its date without the depositor ever being
      * told - and the regulation wants the notice in the
      * customer's hands ahead of the change.  Run nightly, this
      * job collects every pending change falling due inside the
      * notice window (NOTCPARM), finds each open account it will
      * touch - for a rate sheet, an account whose rate on the
      * effective date (its prefix and balance band, through
      * TIERRATE as posting will see it) differs from today's; for
      * a fee change, every account of the prefix - and writes
      * one notice per owning customer (primary and joint owners
      * through CUSTXREF) listing each account's current and new
      * terms.  The notice is addressed off ADDRMST and routed by
      * the customer's delivery preference: paper to the print
      * file, electronic to the notice extract, an electronic
      * customer with no e-mail back to paper with a fallback
      * line, the ACCT-STMT routing.  Every notice given is
      * recorded on the RTNOTICE log, which also keeps the next
      * night from sending it again, and a change whose effective
      * date is already inside the required notice period is
      * flagged SHORT NOTICE on the control report (CC=4).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-RTNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-PARM-FILE ASSIGN TO "NOTCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT INTEREST-TIER-FILE ASSIGN TO "INTTIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIER-KEY
               FILE STATUS IS WS-TIER-FILE-STATUS.

           SELECT REF-PENDING-FILE ASSIGN TO "REFPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-ACCT-PREFIX
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

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

           SELECT NOTICE-LOG-FILE ASSIGN TO "RTNOTICE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTN-KEY
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT NOTICE-PRINT-FILE ASSIGN TO "NOTCPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILE-STATUS.

           SELECT NOTICE-EXTRACT-FILE ASSIGN TO "NOTCEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT NOTICE-REPORT-FILE ASSIGN TO "NOTCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-WINDOW-DAYS      PIC 9(03).
           05  PARM-NOTICE-DAYS      PIC 9(03).
           05  FILLER                PIC X(74).

       FD  INTEREST-TIER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTTIER.

      *    The REF-MAINT transaction as it rides the pending file;
      *    only fee-schedule rows matter here.
       FD  REF-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  PND-RECORD.
           05  PND-FILE-ID           PIC X(01).
               88  PND-FEE-FILE          VALUE "F".
           05  PND-ACTION            PIC X(01).
               88  PND-ADD               VALUE "A".
               88  PND-CHANGE            VALUE "C".
               88  PND-DELETE            VALUE "D".
           05  PND-EFF-DATE          PIC 9(08).
           05  PND-KEY-TEXT.
               10  PND-FEE-PREFIX    PIC X(03).
               10  PND-FEE-GROUP     PIC X(01).
                   88  PND-FEE-MONTHLY   VALUES "M", " ".
                   88  PND-FEE-ITEM      VALUE "I".
               10  FILLER            PIC X(08).
           05  PND-FIELD-1-TEXT      PIC X(12).
           05  PND-FIELD-2-TEXT      PIC X(12).
           05  PND-FIELD-3-TEXT      PIC X(12).
           05  PND-FIELD-4-TEXT      PIC X(12).
           05  PND-USER-ID           PIC X(08).

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEESCHED.

           COPY ACCTFILE.

       FD  CUST-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTXREF.

           COPY CUSTFILE.

       FD  ADDRESS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRREC.

       FD  NOTICE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RTNOTICE.

       FD  NOTICE-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRT-LINE                  PIC X(132).

      *    Header, one detail per account and change, trailer with
      *    the detail count - the ESTMTEXT shape.
       FD  NOTICE-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXT-HEADER-RECORD.
           05  EXT-HDR-TYPE          PIC X(01).
           05  EXT-HDR-RUN-DATE      PIC 9(08).
           05  FILLER                PIC X(211).
       01  EXT-DETAIL-RECORD REDEFINES EXT-HEADER-RECORD.
           05  EXT-DTL-TYPE          PIC X(01).
           05  EXT-DTL-CUST-NO       PIC X(06).
           05  EXT-DTL-EMAIL         PIC X(30).
           05  EXT-DTL-ACCT-ID       PIC X(12).
           05  EXT-DTL-EFF-DATE      PIC 9(08).
           05  EXT-DTL-CHANGE-TYPE   PIC X(01).
           05  EXT-DTL-OLD-TERMS     PIC X(80).
           05  EXT-DTL-NEW-TERMS     PIC X(80).
           05  FILLER                PIC X(02).
       01  EXT-TRAILER-RECORD REDEFINES EXT-HEADER-RECORD.
           05  EXT-TRL-TYPE          PIC X(01).
           05  EXT-TRL-DETAIL-COUNT  PIC 9(06).
           05  FILLER                PIC X(213).

       FD  NOTICE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-CUST-NO           PIC X(06).
           05  SRT-CHG-SUB           PIC 9(03).
           05  SRT-ACCT-ID           PIC X(12).
           05  SRT-OLD-TERMS         PIC X(80).
           05  SRT-NEW-TERMS         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-TIER-FILE-STATUS       PIC X(02).
       01  WS-PEND-FILE-STATUS       PIC X(02).
       01  WS-FEE-FILE-STATUS        PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-XREF-FILE-STATUS       PIC X(02).
       01  WS-CUST-FILE-STATUS       PIC X(02).
       01  WS-ADDR-FILE-STATUS       PIC X(02).
       01  WS-RTN-FILE-STATUS        PIC X(02).
       01  WS-PRT-FILE-STATUS        PIC X(02).
       01  WS-EXT-FILE-STATUS        PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-SORT-STATUS            PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

      *    The notice window (how far ahead to look) and the
      *    notice period the regulation requires, in days.
       01  WS-WINDOW-DAYS            PIC 9(03) VALUE 45.
       01  WS-NOTICE-DAYS            PIC 9(03) VALUE 30.
       01  WS-TODAY-INT              PIC 9(07) VALUE 0.
       01  WS-WINDOW-END-DATE        PIC 9(08) VALUE 0.

      *    The pending changes falling due inside the window.
       01  WS-CHG-TABLE-CTL.
           05  WS-CHG-COUNT          PIC 9(03) VALUE 0.
           05  WS-CHG-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-CHG-COUNT
                   INDEXED BY WS-CHG-IDX.
               10  CHG-TYPE          PIC X(01).
                   88  CHG-TIER-CHANGE   VALUE "T".
                   88  CHG-FEE-CHANGE    VALUE "F".
               10  CHG-ACCT-PREFIX   PIC X(03).
               10  CHG-EFF-DATE      PIC 9(08).
               10  CHG-TERMS-GROUP   PIC X(01).
               10  CHG-DAYS-NOTICE   PIC 9(03).
               10  CHG-SHORT-SW      PIC X(01).
                   88  CHG-SHORT-NOTICE  VALUE "Y".
               10  CHG-OLD-TERMS     PIC X(80).
               10  CHG-NEW-TERMS     PIC X(80).
               10  CHG-ACCOUNTS      PIC 9(06).
               10  CHG-NOTICES       PIC 9(06).
               10  CHG-ALREADY       PIC 9(06).

       01  WS-NEW-CHG-TYPE           PIC X(01) VALUE SPACE.
       01  WS-NEW-CHG-PREFIX         PIC X(03) VALUE SPACES.
       01  WS-NEW-CHG-EFF-DATE       PIC 9(08) VALUE 0.
       01  WS-NEW-CHG-GROUP          PIC X(01) VALUE SPACE.

      *    Today's and the effective date's rate for one account.
       01  WS-OLD-RATE               PIC SV9999 COMP-3 VALUE 0.
       01  WS-NEW-RATE               PIC SV9999 COMP-3 VALUE 0.
       01  WS-TIER-RATE              PIC SV9999 COMP-3 VALUE 0.
       01  WS-TIER-FOUND-FLAG        PIC X(01) VALUE "N".
           88  WS-TIER-ON-FILE           VALUE "Y".
       01  WS-RATE-PERCENT           PIC 9(03)V99 VALUE 0.
       01  WS-EDIT-PERCENT           PIC ZZ9.99.
       01  WS-OLD-TERMS              PIC X(80) VALUE SPACES.
       01  WS-NEW-TERMS              PIC X(80) VALUE SPACES.
       01  WS-TERMS-TEXT             PIC X(80) VALUE SPACES.
       01  WS-FEE-ON-FILE-SW         PIC X(01) VALUE "N".
           88  WS-FEE-ON-FILE            VALUE "Y".
       01  WS-OWNER-FOUND-SW         PIC X(01) VALUE "N".
           88  WS-OWNER-FOUND            VALUE "Y".
       01  WS-FEE-NUMBER             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-EDIT-FEE-MONTHLY       PIC ZZ,ZZ9.99.
       01  WS-EDIT-FEE-ITEM          PIC ZZ9.99.
       01  WS-EDIT-FEE-WAIVER        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-FEE-LEGAL         PIC ZZ9.99.
       01  WS-EDIT-FEE-OFCK          PIC ZZ9.99.
       01  WS-EDIT-FREE-ITEMS        PIC ZZZZ9.
       01  WS-EDIT-NSF-MAX           PIC Z9.

      *    One customer's notice while the sorted lines come back.
       01  WS-PREV-CUST-NO           PIC X(06) VALUE SPACES.
       01  WS-CUST-FULL-NAME         PIC X(75) VALUE SPACES.
       01  WS-E-DELIVERY-SW          PIC X(01) VALUE "N".
           88  WS-E-DELIVERY             VALUE "Y".
       01  WS-BEST-EFF-DATE          PIC 9(08) VALUE 0.
       01  WS-MAIL-ADDRESS.
           05  WS-MAIL-LINE-1        PIC X(30).
           05  WS-MAIL-LINE-2        PIC X(30).
           05  WS-MAIL-CITY          PIC X(20).
           05  WS-MAIL-STATE         PIC X(02).
           05  WS-MAIL-ZIP           PIC X(10).
       01  WS-EDIT-DATE              PIC 9999/99/99.

       01  WS-COUNTERS.
           05  WS-ACCTS-READ         PIC 9(07) VALUE 0.
           05  WS-NO-OWNER-COUNT     PIC 9(06) VALUE 0.
           05  WS-CUSTS-PAPER        PIC 9(06) VALUE 0.
           05  WS-CUSTS-ELECTRONIC   PIC 9(06) VALUE 0.
           05  WS-CUSTS-FALLBACK     PIC 9(06) VALUE 0.
           05  WS-EXT-DETAIL-COUNT   PIC 9(06) VALUE 0.
           05  WS-SHORT-CHANGES      PIC 9(03) VALUE 0.
           05  WS-TABLE-FULL-COUNT   PIC 9(06) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(39)
               VALUE "ACCT-RTNT: ADVANCE CHANGE-IN-TERMS NOTI".
           05  FILLER  PIC X(12) VALUE "CES RUN DATE".
           05  FILLER  PIC X(01) VALUE SPACE.
           05  RPH-RUN-DATE          PIC 9(08).
           05  FILLER  PIC X(10) VALUE "  WINDOW  ".
           05  RPH-WINDOW-DAYS       PIC ZZ9.
           05  FILLER  PIC X(17) VALUE " DAYS  NOTICE    ".
           05  RPH-NOTICE-DAYS       PIC ZZ9.
           05  FILLER  PIC X(05) VALUE " DAYS".
           05  FILLER  PIC X(34) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(48) VALUE
               "TYPE PFX GRP EFFECTIVE  DAYS   ACCTS  NOTICES   ".
           05  FILLER  PIC X(84) VALUE
               "   PRIOR  FLAG".

       01  WS-RPT-DETAIL.
           05  RPD-TYPE              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-PREFIX            PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-GROUP             PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-EFF-DATE          PIC 9999/99/99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-DAYS              PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-ACCOUNTS          PIC ZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  RPD-NOTICES           PIC ZZZZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  RPD-ALREADY           PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-FLAG              PIC X(12).
           05  FILLER                PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           PERFORM 0100-READ-PARMS
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           COMPUTE WS-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-WINDOW-DAYS)

           PERFORM 1000-LOAD-TIER-CHANGES THRU 1000-EXIT
           PERFORM 1500-LOAD-FEE-CHANGES THRU 1500-EXIT

           OPEN I-O NOTICE-LOG-FILE
           IF WS-RTN-FILE-STATUS = "35"
               OPEN OUTPUT NOTICE-LOG-FILE
               CLOSE NOTICE-LOG-FILE
               OPEN I-O NOTICE-LOG-FILE
           END-IF
           OPEN INPUT CUST-XREF-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT ADDRESS-MASTER-FILE
           OPEN OUTPUT NOTICE-PRINT-FILE
           OPEN OUTPUT NOTICE-EXTRACT-FILE
           OPEN OUTPUT NOTICE-REPORT-FILE
           MOVE WS-CURRENT-DATE TO RPH-RUN-DATE
           MOVE WS-WINDOW-DAYS TO RPH-WINDOW-DAYS
           MOVE WS-NOTICE-DAYS TO RPH-NOTICE-DAYS
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 7000-WRITE-EXTRACT-HEADER

           IF WS-CHG-COUNT > 0
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-CUST-NO
                   ON ASCENDING KEY SRT-CHG-SUB
                   ON ASCENDING KEY SRT-ACCT-ID
                   INPUT PROCEDURE IS 2000-SELECT-AFFECTED-ACCOUNTS
                   OUTPUT PROCEDURE IS 3000-ISSUE-NOTICES
           END-IF

           PERFORM 7900-WRITE-EXTRACT-TRAILER
           PERFORM 4000-PRINT-CHANGE-REPORT

           CLOSE NOTICE-LOG-FILE
           CLOSE CUST-XREF-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE ADDRESS-MASTER-FILE
           CLOSE NOTICE-PRINT-FILE
           CLOSE NOTICE-EXTRACT-FILE
           CLOSE NOTICE-REPORT-FILE

           DISPLAY "ACCT-RTNT: changes in window   " WS-CHG-COUNT
           DISPLAY "ACCT-RTNT: accounts read       " WS-ACCTS-READ
           DISPLAY "ACCT-RTNT: paper notices       " WS-CUSTS-PAPER
           DISPLAY "ACCT-RTNT: electronic notices  "
                   WS-CUSTS-ELECTRONIC
           DISPLAY "ACCT-RTNT: fell back to paper  " WS-CUSTS-FALLBACK
           DISPLAY "ACCT-RTNT: accounts no owner   " WS-NO-OWNER-COUNT
           DISPLAY "ACCT-RTNT: short-notice changes " WS-SHORT-CHANGES
           IF WS-SHORT-CHANGES > 0 OR WS-TABLE-FULL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * The optional one-line NOTCPARM: the window in days, then
      * the required notice period in days (45 and 30 when no
      * parameter is supplied).
      *----------------------------------------------------------
       0100-READ-PARMS.
           OPEN INPUT NOTICE-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ NOTICE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-WINDOW-DAYS IS NUMERIC
                           AND PARM-WINDOW-DAYS > 0
                           MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF PARM-NOTICE-DAYS IS NUMERIC
                           AND PARM-NOTICE-DAYS > 0
                           MOVE PARM-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE NOTICE-PARM-FILE
           END-IF.

      *----------------------------------------------------------
      * A rate sheet TBL-MAINT has keyed ahead of its date sits
      * on INTTIER under its effective date; each prefix and date
      * inside the window is one change.
      *----------------------------------------------------------
       1000-LOAD-TIER-CHANGES.
           OPEN INPUT INTEREST-TIER-FILE
           IF WS-TIER-FILE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-TAKE-ONE-TIER-ROW
               UNTIL WS-TIER-FILE-STATUS = "10"
           CLOSE INTEREST-TIER-FILE.

       1000-EXIT.
           EXIT.

       1100-TAKE-ONE-TIER-ROW.
           READ INTEREST-TIER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TIER-FILE-STATUS
               NOT AT END
                   IF TIER-EFF-DATE > WS-CURRENT-DATE
                       AND TIER-EFF-DATE <= WS-WINDOW-END-DATE
                       MOVE "T" TO WS-NEW-CHG-TYPE
                       MOVE TIER-ACCT-PREFIX TO WS-NEW-CHG-PREFIX
                       MOVE TIER-EFF-DATE TO WS-NEW-CHG-EFF-DATE
                       MOVE SPACE TO WS-NEW-CHG-GROUP
                       PERFORM 1900-FIND-CHANGE-ROW THRU 1900-EXIT
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * A fee-schedule change REF-MAINT is carrying until its
      * date: the current FEESCHED row is the old terms, the row
      * with the change laid over it the new.
      *----------------------------------------------------------
       1500-LOAD-FEE-CHANGES.
           OPEN INPUT REF-PENDING-FILE
           IF WS-PEND-FILE-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF
           OPEN INPUT FEE-SCHEDULE-FILE
           PERFORM 1600-TAKE-ONE-PENDING
               UNTIL WS-PEND-FILE-STATUS = "10"
           CLOSE FEE-SCHEDULE-FILE
           CLOSE REF-PENDING-FILE.

       1500-EXIT.
           EXIT.

       1600-TAKE-ONE-PENDING.
           READ REF-PENDING-FILE
               AT END
                   MOVE "10" TO WS-PEND-FILE-STATUS
               NOT AT END
                   IF PND-FEE-FILE
                       AND PND-EFF-DATE > WS-CURRENT-DATE
                       AND PND-EFF-DATE <= WS-WINDOW-END-DATE
                       PERFORM 1700-ADD-FEE-CHANGE THRU 1700-EXIT
                   END-IF
           END-READ.

       1700-ADD-FEE-CHANGE.
           MOVE "F" TO WS-NEW-CHG-TYPE
           MOVE PND-FEE-PREFIX TO WS-NEW-CHG-PREFIX
           MOVE PND-EFF-DATE TO WS-NEW-CHG-EFF-DATE
           IF PND-FEE-ITEM
               MOVE "I" TO WS-NEW-CHG-GROUP
           ELSE
               MOVE "M" TO WS-NEW-CHG-GROUP
           END-IF
           PERFORM 1900-FIND-CHANGE-ROW THRU 1900-EXIT
           IF WS-CHG-IDX > WS-CHG-COUNT
               GO TO 1700-EXIT
           END-IF

           MOVE "N" TO WS-FEE-ON-FILE-SW
           MOVE PND-FEE-PREFIX TO FEE-ACCT-PREFIX
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FEE-ON-FILE TO TRUE
           END-READ
           IF WS-FEE-ON-FILE
               PERFORM 1750-FORMAT-FEE-TERMS
           ELSE
               MOVE "NO CHARGE" TO WS-TERMS-TEXT
           END-IF
           MOVE WS-TERMS-TEXT TO CHG-OLD-TERMS(WS-CHG-IDX)

           IF PND-DELETE
               MOVE "NO CHARGE" TO CHG-NEW-TERMS(WS-CHG-IDX)
               GO TO 1700-EXIT
           END-IF
           IF NOT WS-FEE-ON-FILE
               MOVE PND-FEE-PREFIX TO FEE-ACCT-PREFIX
               MOVE 0 TO FEE-MONTHLY-AMOUNT
               MOVE 0 TO FEE-FREE-ITEMS
               MOVE 0 TO FEE-PER-ITEM-AMOUNT
               MOVE 0 TO FEE-WAIVER-MIN-BAL
               MOVE 0 TO FEE-NSF-AMOUNT
               MOVE 0 TO FEE-NSF-DAILY-MAX
               MOVE 0 TO FEE-LEGAL-AMOUNT
               MOVE 0 TO FEE-OFCK-AMOUNT
           END-IF
           PERFORM 1760-OVERLAY-PENDING-TERMS
           PERFORM 1750-FORMAT-FEE-TERMS
           MOVE WS-TERMS-TEXT TO CHG-NEW-TERMS(WS-CHG-IDX).

       1700-EXIT.
           EXIT.

      *    The group of terms the change carries, in words.
       1750-FORMAT-FEE-TERMS.
           MOVE SPACES TO WS-TERMS-TEXT
           IF PND-FEE-ITEM
               MOVE FEE-NSF-AMOUNT TO WS-EDIT-FEE-ITEM
               MOVE FEE-NSF-DAILY-MAX TO WS-EDIT-NSF-MAX
               MOVE FEE-LEGAL-AMOUNT TO WS-EDIT-FEE-LEGAL
               MOVE FEE-OFCK-AMOUNT TO WS-EDIT-FEE-OFCK
               STRING "NSF ITEM FEE $" WS-EDIT-FEE-ITEM
                   " (UP TO " WS-EDIT-NSF-MAX " A DAY)"
                   "  LEGAL FEE $" WS-EDIT-FEE-LEGAL
                   "  OFFICIAL CHECK $" WS-EDIT-FEE-OFCK
                   DELIMITED BY SIZE INTO WS-TERMS-TEXT
           ELSE
               MOVE FEE-MONTHLY-AMOUNT TO WS-EDIT-FEE-MONTHLY
               MOVE FEE-FREE-ITEMS TO WS-EDIT-FREE-ITEMS
               MOVE FEE-PER-ITEM-AMOUNT TO WS-EDIT-FEE-ITEM
               MOVE FEE-WAIVER-MIN-BAL TO WS-EDIT-FEE-WAIVER
               STRING "MONTHLY FEE $" WS-EDIT-FEE-MONTHLY
                   "  FREE ITEMS " WS-EDIT-FREE-ITEMS
                   "  PER ITEM $" WS-EDIT-FEE-ITEM
                   "  WAIVED AT $" WS-EDIT-FEE-WAIVER
                   DELIMITED BY SIZE INTO WS-TERMS-TEXT
           END-IF.

      *    The same overlay REF-MAINT will apply on the date -
      *    spaces leave a term alone.
       1760-OVERLAY-PENDING-TERMS.
           IF PND-FEE-ITEM
               IF PND-FIELD-1-TEXT NOT = SPACES
                   COMPUTE WS-FEE-NUMBER =
                       FUNCTION NUMVAL(PND-FIELD-1-TEXT)
                   MOVE WS-FEE-NUMBER TO FEE-OFCK-AMOUNT
               END-IF
               IF PND-FIELD-2-TEXT NOT = SPACES
                   COMPUTE WS-FEE-NUMBER =
                       FUNCTION NUMVAL(PND-FIELD-2-TEXT)
                   MOVE WS-FEE-NUMBER TO FEE-NSF-AMOUNT
               END-IF
               IF PND-FIELD-3-TEXT NOT = SPACES
                   COMPUTE WS-FEE-NUMBER =
                       FUNCTION NUMVAL(PND-FIELD-3-TEXT)
                   MOVE WS-FEE-NUMBER TO FEE-NSF-DAILY-MAX
               END-IF
               IF PND-FIELD-4-TEXT NOT = SPACES
                   COMPUTE WS-FEE-NUMBER =
                       FUNCTION NUMVAL(PND-FIELD-4-TEXT)
                   MOVE WS-FEE-NUMBER TO FEE-LEGAL-AMOUNT
               END-IF
           ELSE
               IF PND-FIELD-1-TEXT NOT = SPACES
                   COMPUTE WS-FEE-NUMBER =
                       FUNCTION NUMVAL(PND-FIELD-1-TEXT)
                   MOVE WS-FEE-NUMBER TO FEE-WAIVER-MIN-BAL
               END-IF
               IF PND-FIELD-2-TEXT NOT = SPACES
                   COMPUTE WS-FEE-NUMBER =
                       FUNCTION NUMVAL(PND-FIELD-2-TEXT)
                   MOVE WS-FEE-NUMBER TO FEE-MONTHLY-AMOUNT
               END-IF
               IF PND-FIELD-3-TEXT NOT = SPACES
                   COMPUTE WS-FEE-NUMBER =
                       FUNCTION NUMVAL(PND-FIELD-3-TEXT)
                   MOVE WS-FEE-NUMBER TO FEE-FREE-ITEMS
               END-IF
               IF PND-FIELD-4-TEXT NOT = SPACES
                   COMPUTE WS-FEE-NUMBER =
                       FUNCTION NUMVAL(PND-FIELD-4-TEXT)
                   MOVE WS-FEE-NUMBER TO FEE-PER-ITEM-AMOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------
      * The row for the change in WS-NEW-CHG-*, started if new,
      * with the days of notice its date leaves.  A full table
      * leaves WS-CHG-IDX past the last row.
      *----------------------------------------------------------
       1900-FIND-CHANGE-ROW.
           SET WS-CHG-IDX TO 1
           IF WS-CHG-COUNT > 0
               SEARCH WS-CHG-ENTRY
                   AT END
                       CONTINUE
                   WHEN CHG-TYPE(WS-CHG-IDX) = WS-NEW-CHG-TYPE
                       AND CHG-ACCT-PREFIX(WS-CHG-IDX)
                           = WS-NEW-CHG-PREFIX
                       AND CHG-EFF-DATE(WS-CHG-IDX)
                           = WS-NEW-CHG-EFF-DATE
                       AND CHG-TERMS-GROUP(WS-CHG-IDX)
                           = WS-NEW-CHG-GROUP
                       GO TO 1900-EXIT
               END-SEARCH
           END-IF
           IF WS-CHG-COUNT = 100
               ADD 1 TO WS-TABLE-FULL-COUNT
               SET WS-CHG-IDX TO 101
               GO TO 1900-EXIT
           END-IF
           ADD 1 TO WS-CHG-COUNT
           SET WS-CHG-IDX TO WS-CHG-COUNT
           MOVE WS-NEW-CHG-TYPE TO CHG-TYPE(WS-CHG-IDX)
           MOVE WS-NEW-CHG-PREFIX TO CHG-ACCT-PREFIX(WS-CHG-IDX)
           MOVE WS-NEW-CHG-EFF-DATE TO CHG-EFF-DATE(WS-CHG-IDX)
           MOVE WS-NEW-CHG-GROUP TO CHG-TERMS-GROUP(WS-CHG-IDX)
           COMPUTE CHG-DAYS-NOTICE(WS-CHG-IDX) =
               FUNCTION INTEGER-OF-DATE(WS-NEW-CHG-EFF-DATE)
               - WS-TODAY-INT
           IF CHG-DAYS-NOTICE(WS-CHG-IDX) < WS-NOTICE-DAYS
               MOVE "Y" TO CHG-SHORT-SW(WS-CHG-IDX)
           ELSE
               MOVE "N" TO CHG-SHORT-SW(WS-CHG-IDX)
           END-IF
           MOVE SPACES TO CHG-OLD-TERMS(WS-CHG-IDX)
           MOVE SPACES TO CHG-NEW-TERMS(WS-CHG-IDX)
           MOVE 0 TO CHG-ACCOUNTS(WS-CHG-IDX)
           MOVE 0 TO CHG-NOTICES(WS-CHG-IDX)
           MOVE 0 TO CHG-ALREADY(WS-CHG-IDX).

       1900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Every open account a change will touch, once for each
      * owner still to be told.
      *----------------------------------------------------------
       2000-SELECT-AFFECTED-ACCOUNTS.
           OPEN INPUT ACCT-MASTER-FILE
           PERFORM 2100-TAKE-ONE-ACCOUNT
               UNTIL WS-ACCT-FILE-STATUS = "10"
           CLOSE ACCT-MASTER-FILE.

       2100-TAKE-ONE-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ACCT-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
                   IF NOT MST-CLOSED AND NOT MST-CHARGED-OFF
                       PERFORM 2200-CHECK-ONE-CHANGE THRU 2200-EXIT
                           VARYING WS-CHG-IDX FROM 1 BY 1
                           UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * A fee change reaches every account of the prefix.  A rate
      * sheet reaches an account only where the rate TIERRATE
      * finds for its balance on the effective date differs from
      * today's (the record's own rate standing in where no tier
      * is in force, as at posting).
      *----------------------------------------------------------
       2200-CHECK-ONE-CHANGE.
           IF CHG-ACCT-PREFIX(WS-CHG-IDX) NOT = MST-ACCT-ID(1:3)
               GO TO 2200-EXIT
           END-IF
           IF CHG-FEE-CHANGE(WS-CHG-IDX)
               MOVE CHG-OLD-TERMS(WS-CHG-IDX) TO WS-OLD-TERMS
               MOVE CHG-NEW-TERMS(WS-CHG-IDX) TO WS-NEW-TERMS
           ELSE
               CALL "TIERRATE" USING MST-ACCT-ID WS-CURRENT-DATE
                   MST-BALANCE WS-TIER-RATE WS-TIER-FOUND-FLAG
               IF WS-TIER-ON-FILE
                   MOVE WS-TIER-RATE TO WS-OLD-RATE
               ELSE
                   MOVE MST-INT-RATE TO WS-OLD-RATE
               END-IF
               CALL "TIERRATE" USING MST-ACCT-ID
                   CHG-EFF-DATE(WS-CHG-IDX)
                   MST-BALANCE WS-TIER-RATE WS-TIER-FOUND-FLAG
               IF WS-TIER-ON-FILE
                   MOVE WS-TIER-RATE TO WS-NEW-RATE
               ELSE
                   MOVE MST-INT-RATE TO WS-NEW-RATE
               END-IF
               IF WS-NEW-RATE = WS-OLD-RATE
                   GO TO 2200-EXIT
               END-IF
               COMPUTE WS-RATE-PERCENT = WS-OLD-RATE * 100
               MOVE WS-RATE-PERCENT TO WS-EDIT-PERCENT
               MOVE SPACES TO WS-OLD-TERMS
               STRING "INTEREST RATE " WS-EDIT-PERCENT "%"
                   DELIMITED BY SIZE INTO WS-OLD-TERMS
               COMPUTE WS-RATE-PERCENT = WS-NEW-RATE * 100
               MOVE WS-RATE-PERCENT TO WS-EDIT-PERCENT
               MOVE SPACES TO WS-NEW-TERMS
               STRING "INTEREST RATE " WS-EDIT-PERCENT "%"
                   DELIMITED BY SIZE INTO WS-NEW-TERMS
           END-IF
           ADD 1 TO CHG-ACCOUNTS(WS-CHG-IDX)
           PERFORM 2300-RELEASE-TO-OWNERS.

       2200-EXIT.
           EXIT.

       2300-RELEASE-TO-OWNERS.
           MOVE "N" TO WS-OWNER-FOUND-SW
           MOVE MST-ACCT-ID TO XREF-ACCT-ID
           MOVE LOW-VALUES TO XREF-CUST-NO
           START CUST-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   MOVE "10" TO WS-XREF-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-XREF-FILE-STATUS
           END-START
           PERFORM 2400-TAKE-ONE-OWNER
               UNTIL WS-XREF-FILE-STATUS = "10"
           IF NOT WS-OWNER-FOUND
               ADD 1 TO WS-NO-OWNER-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "NO OWNER ON CUSTXREF - NOT NOTIFIED: "
                   MST-ACCT-ID
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *    Primary and joint owners are told; a signer is not an
      *    owner of the account.
       2400-TAKE-ONE-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-XREF-FILE-STATUS
               NOT AT END
                   IF XREF-ACCT-ID NOT = MST-ACCT-ID
                       MOVE "10" TO WS-XREF-FILE-STATUS
                   ELSE
                       IF XREF-ROLE-PRIMARY OR XREF-ROLE-JOINT
                           SET WS-OWNER-FOUND TO TRUE
                           PERFORM 2500-RELEASE-IF-NOT-TOLD
                       END-IF
                   END-IF
           END-READ.

       2500-RELEASE-IF-NOT-TOLD.
           MOVE CHG-TYPE(WS-CHG-IDX) TO RTN-CHANGE-TYPE
           MOVE CHG-ACCT-PREFIX(WS-CHG-IDX) TO RTN-ACCT-PREFIX
           MOVE CHG-EFF-DATE(WS-CHG-IDX) TO RTN-EFF-DATE
           MOVE CHG-TERMS-GROUP(WS-CHG-IDX) TO RTN-TERMS-GROUP
           MOVE XREF-CUST-NO TO RTN-CUST-NO
           READ NOTICE-LOG-FILE
               INVALID KEY
                   MOVE XREF-CUST-NO TO SRT-CUST-NO
                   SET SRT-CHG-SUB TO WS-CHG-IDX
                   MOVE MST-ACCT-ID TO SRT-ACCT-ID
                   MOVE WS-OLD-TERMS TO SRT-OLD-TERMS
                   MOVE WS-NEW-TERMS TO SRT-NEW-TERMS
                   RELEASE SORT-RECORD
               NOT INVALID KEY
                   ADD 1 TO CHG-ALREADY(WS-CHG-IDX)
           END-READ.

      *----------------------------------------------------------
      * One notice per customer, covering every account and
      * change the customer is still to hear about.
      *----------------------------------------------------------
       3000-ISSUE-NOTICES.
           MOVE "00" TO WS-SORT-STATUS
           MOVE SPACES TO WS-PREV-CUST-NO
           PERFORM 3100-ISSUE-ONE-LINE
               UNTIL WS-SORT-STATUS = "10".

       3100-ISSUE-ONE-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "10" TO WS-SORT-STATUS
               NOT AT END
                   IF SRT-CUST-NO NOT = WS-PREV-CUST-NO
                       PERFORM 3200-START-CUSTOMER-NOTICE THRU
                           3200-EXIT
                       MOVE SRT-CUST-NO TO WS-PREV-CUST-NO
                   END-IF
                   SET WS-CHG-IDX TO SRT-CHG-SUB
                   IF WS-E-DELIVERY
                       PERFORM 3600-EXTRACT-NOTICE-LINE
                   ELSE
                       PERFORM 3500-PRINT-NOTICE-LINE
                   END-IF
                   PERFORM 3700-RECORD-NOTICE-GIVEN
           END-RETURN.

      *----------------------------------------------------------
      * The delivery route (the ACCT-STMT rule: electronic needs
      * an e-mail on file, or it falls back to paper) and, for
      * paper, the mailing block and the notice wording.
      *----------------------------------------------------------
       3200-START-CUSTOMER-NOTICE.
           MOVE "N" TO WS-E-DELIVERY-SW
           MOVE SRT-CUST-NO TO CUS-CUST-NO
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CUS-CUSTOMER
                   MOVE SRT-CUST-NO TO CUS-CUST-NO
                   MOVE "(NOT ON CUSTMSTR)" TO CUS-LAST-NAME
           END-READ
           IF CUS-DELIV-ELECTRONIC
               IF CUS-EMAIL = SPACES
                   ADD 1 TO WS-CUSTS-FALLBACK
                   MOVE SPACES TO RPT-LINE
                   STRING CUS-CUST-NO
                       "  ELECTRONIC BUT NO E-MAIL ON FILE"
                       " - NOTICE FELL BACK TO PAPER"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   SET WS-E-DELIVERY TO TRUE
                   ADD 1 TO WS-CUSTS-ELECTRONIC
                   GO TO 3200-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-CUSTS-PAPER
           IF WS-CUSTS-PAPER > 1
               MOVE ALL "-" TO PRT-LINE
               WRITE PRT-LINE
           END-IF
           MOVE SPACES TO WS-CUST-FULL-NAME
           STRING CUS-LAST-NAME DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CUS-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUS-MIDDLE-NAME DELIMITED BY "  "
                  INTO WS-CUST-FULL-NAME
           MOVE WS-CUST-FULL-NAME TO PRT-LINE
           WRITE PRT-LINE
           PERFORM 3300-FIND-MAILING-ADDRESS
           IF WS-BEST-EFF-DATE > 0
               MOVE SPACES TO PRT-LINE
               MOVE WS-MAIL-LINE-1 TO PRT-LINE
               WRITE PRT-LINE
               IF WS-MAIL-LINE-2 NOT = SPACES
                   MOVE SPACES TO PRT-LINE
                   MOVE WS-MAIL-LINE-2 TO PRT-LINE
                   WRITE PRT-LINE
               END-IF
               MOVE SPACES TO PRT-LINE
               STRING WS-MAIL-CITY ", " WS-MAIL-STATE " " WS-MAIL-ZIP
                   DELIMITED BY SIZE INTO PRT-LINE
               WRITE PRT-LINE
           END-IF
           MOVE SPACES TO PRT-LINE
           WRITE PRT-LINE
           MOVE WS-CURRENT-DATE TO WS-EDIT-DATE
           MOVE SPACES TO PRT-LINE
           STRING "NOTICE OF CHANGE IN TERMS          DATE "
               WS-EDIT-DATE "   CUSTOMER " CUS-CUST-NO
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRT-LINE
           MOVE SPACES TO PRT-LINE
           WRITE PRT-LINE
           MOVE SPACES TO PRT-LINE
           STRING "WE ARE WRITING TO LET YOU KNOW IN ADVANCE THAT "
               "THE TERMS OF THE ACCOUNTS LISTED BELOW"
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRT-LINE
           MOVE SPACES TO PRT-LINE
           STRING "WILL CHANGE ON THE EFFECTIVE DATE SHOWN.  NO "
               "ACTION IS NEEDED TO ACCEPT THE NEW TERMS."
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRT-LINE
           MOVE SPACES TO PRT-LINE
           WRITE PRT-LINE.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The newest ADDRMST address already in effect for the
      * customer, read from the customer's first key on.
      *----------------------------------------------------------
       3300-FIND-MAILING-ADDRESS.
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE SPACES TO WS-MAIL-ADDRESS
           MOVE CUS-CUST-NO TO ADDR-CUST-NO
           MOVE 0 TO ADDR-EFF-DATE
           START ADDRESS-MASTER-FILE KEY IS NOT LESS THAN ADDR-KEY
               INVALID KEY
                   MOVE "10" TO WS-ADDR-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ADDR-FILE-STATUS
           END-START
           PERFORM 3400-SCAN-ONE-ADDRESS
               UNTIL WS-ADDR-FILE-STATUS = "10".

       3400-SCAN-ONE-ADDRESS.
           READ ADDRESS-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ADDR-FILE-STATUS
               NOT AT END
                   IF ADDR-CUST-NO NOT = CUS-CUST-NO
                       OR ADDR-EFF-DATE > WS-CURRENT-DATE
                       MOVE "10" TO WS-ADDR-FILE-STATUS
                   ELSE
                       MOVE ADDR-EFF-DATE TO WS-BEST-EFF-DATE
                       MOVE ADDR-LINE-1 TO WS-MAIL-LINE-1
                       MOVE ADDR-LINE-2 TO WS-MAIL-LINE-2
                       MOVE ADDR-CITY   TO WS-MAIL-CITY
                       MOVE ADDR-STATE  TO WS-MAIL-STATE
                       MOVE ADDR-ZIP    TO WS-MAIL-ZIP
                   END-IF
           END-READ.

       3500-PRINT-NOTICE-LINE.
           MOVE CHG-EFF-DATE(WS-CHG-IDX) TO WS-EDIT-DATE
           MOVE SPACES TO PRT-LINE
           IF CHG-FEE-CHANGE(WS-CHG-IDX)
               STRING "ACCOUNT " SRT-ACCT-ID
                   "   SERVICE CHARGES   EFFECTIVE " WS-EDIT-DATE
                   DELIMITED BY SIZE INTO PRT-LINE
           ELSE
               STRING "ACCOUNT " SRT-ACCT-ID
                   "   INTEREST RATE     EFFECTIVE " WS-EDIT-DATE
                   DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           WRITE PRT-LINE
           MOVE SPACES TO PRT-LINE
           STRING "    CURRENT TERMS: " SRT-OLD-TERMS
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRT-LINE
           MOVE SPACES TO PRT-LINE
           STRING "    NEW TERMS:     " SRT-NEW-TERMS
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRT-LINE
           MOVE SPACES TO PRT-LINE
           WRITE PRT-LINE.

       3600-EXTRACT-NOTICE-LINE.
           MOVE SPACES TO EXT-DETAIL-RECORD
           MOVE "D" TO EXT-DTL-TYPE
           MOVE CUS-CUST-NO TO EXT-DTL-CUST-NO
           MOVE CUS-EMAIL TO EXT-DTL-EMAIL
           MOVE SRT-ACCT-ID TO EXT-DTL-ACCT-ID
           MOVE CHG-EFF-DATE(WS-CHG-IDX) TO EXT-DTL-EFF-DATE
           MOVE CHG-TYPE(WS-CHG-IDX) TO EXT-DTL-CHANGE-TYPE
           MOVE SRT-OLD-TERMS TO EXT-DTL-OLD-TERMS
           MOVE SRT-NEW-TERMS TO EXT-DTL-NEW-TERMS
           WRITE EXT-DETAIL-RECORD
           ADD 1 TO WS-EXT-DETAIL-COUNT.

      *----------------------------------------------------------
      * One log row per change and customer - the first account
      * writes it, the customer's other accounts under the same
      * change find it there.
      *----------------------------------------------------------
       3700-RECORD-NOTICE-GIVEN.
           MOVE CHG-TYPE(WS-CHG-IDX) TO RTN-CHANGE-TYPE
           MOVE CHG-ACCT-PREFIX(WS-CHG-IDX) TO RTN-ACCT-PREFIX
           MOVE CHG-EFF-DATE(WS-CHG-IDX) TO RTN-EFF-DATE
           MOVE CHG-TERMS-GROUP(WS-CHG-IDX) TO RTN-TERMS-GROUP
           MOVE SRT-CUST-NO TO RTN-CUST-NO
           MOVE WS-CURRENT-DATE TO RTN-NOTICE-DATE
           IF WS-E-DELIVERY
               SET RTN-SENT-ELECTRONIC TO TRUE
           ELSE
               SET RTN-SENT-PAPER TO TRUE
           END-IF
           MOVE CHG-DAYS-NOTICE(WS-CHG-IDX) TO RTN-DAYS-NOTICE
           MOVE CHG-SHORT-SW(WS-CHG-IDX) TO RTN-SHORT-NOTICE
           WRITE RTN-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CHG-NOTICES(WS-CHG-IDX)
           END-WRITE.

      *----------------------------------------------------------
      * One line per change in the window.  A change that sent
      * notices tonight with less than the required notice left
      * is flagged for compliance.
      *----------------------------------------------------------
       4000-PRINT-CHANGE-REPORT.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4100-PRINT-ONE-CHANGE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
           IF WS-TABLE-FULL-COUNT > 0
               MOVE SPACES TO RPT-LINE
               STRING "CHANGE TABLE FULL - CHANGES NOT NOTICED: "
                   WS-TABLE-FULL-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       4100-PRINT-ONE-CHANGE.
           MOVE SPACES TO WS-RPT-DETAIL
           IF CHG-FEE-CHANGE(WS-CHG-IDX)
               MOVE "FEE" TO RPD-TYPE
           ELSE
               MOVE "RATE" TO RPD-TYPE
           END-IF
           MOVE CHG-ACCT-PREFIX(WS-CHG-IDX) TO RPD-PREFIX
           MOVE CHG-TERMS-GROUP(WS-CHG-IDX) TO RPD-GROUP
           MOVE CHG-EFF-DATE(WS-CHG-IDX) TO RPD-EFF-DATE
           MOVE CHG-DAYS-NOTICE(WS-CHG-IDX) TO RPD-DAYS
           MOVE CHG-ACCOUNTS(WS-CHG-IDX) TO RPD-ACCOUNTS
           MOVE CHG-NOTICES(WS-CHG-IDX) TO RPD-NOTICES
           MOVE CHG-ALREADY(WS-CHG-IDX) TO RPD-ALREADY
           IF CHG-SHORT-NOTICE(WS-CHG-IDX)
               AND CHG-NOTICES(WS-CHG-IDX) > 0
               MOVE "SHORT NOTICE" TO RPD-FLAG
               ADD 1 TO WS-SHORT-CHANGES
           END-IF
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           IF CHG-FEE-CHANGE(WS-CHG-IDX)
               MOVE SPACES TO RPT-LINE
               STRING "     FROM: " CHG-OLD-TERMS(WS-CHG-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "     TO:   " CHG-NEW-TERMS(WS-CHG-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       7000-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXT-HEADER-RECORD
           MOVE "H" TO EXT-HDR-TYPE
           MOVE WS-CURRENT-DATE TO EXT-HDR-RUN-DATE
           WRITE EXT-HEADER-RECORD.

       7900-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXT-HEADER-RECORD
           MOVE "T" TO EXT-TRL-TYPE
           MOVE WS-EXT-DETAIL-COUNT TO EXT-TRL-DETAIL-COUNT
           WRITE EXT-TRAILER-RECORD.
