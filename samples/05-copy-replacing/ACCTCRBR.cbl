      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: monthly credit bureau reporting.  Run after the
      * month's ACCT-BILL cycle, this job walks the BILLMSTR
      * billing master - every credit-style account that has ever
      * been billed - and writes the bureau's fixed-format file:
      * a header, one base segment per reportable account, and a
      * trailer.  The base segment carries the balance owed, the
      * scheduled (minimum) payment, the amount past due, the
      * bureau account status derived from the delinquency bucket
      * (current, 30 through 180 days late, or charged off per
      * the ACCT-CHGO CHGOMSTR file), and the primary account
      * holder's name off CUSTMSTR and mailing address off the
      * ADDRMST row in effect, found through CUSTXREF.  Amounts go
      * to the bureau in whole dollars, cents dropped.
      *
      * An account that cannot be reported - no primary owner on
      * CUSTXREF, no name, or no complete address in effect - is
      * left off the file and listed on the exceptions report
      * instead, so the branch can fix the record before the next
      * month.  Closed accounts are not reported.  As ACCT-COPY
      * does, a counting pass runs first so the header carries
      * the expected base-segment count ahead of the details; the
      * trailer carries the written counts by status and the
      * total balance reported.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CRBR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUREAU-PARM-FILE ASSIGN TO "CRBUPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT BILLING-MASTER-FILE ASSIGN TO "BILLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BILL-ACCT-ID
               FILE STATUS IS WS-BILL-FILE-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHGO-ACCT-ID
               FILE STATUS IS WS-CHGO-FILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-NO
               ALTERNATE RECORD KEY IS CUS-SEARCH-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUS-SEARCH-PHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-KEY
               FILE STATUS IS WS-ADDR-FILE-STATUS.

           SELECT BUREAU-FILE ASSIGN TO "CRBUFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRB-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "CRBUEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUREAU-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-REPORTER-ID      PIC X(10).
           05  PARM-REPORTER-NAME    PIC X(40).
           05  FILLER                PIC X(30).

           COPY ACCTFILE.

       FD  BILLING-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLREC.

       FD  CHARGE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGOREC.

           COPY CUSTFILE.

       FD  CUST-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTXREF.

       FD  ADDRESS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRREC.

       FD  BUREAU-FILE
           LABEL RECORDS ARE STANDARD.
      *    All three record shapes pad to the same 250 bytes, the
      *    fixed length the bureau reads.
       01  CRB-HEADER-RECORD.
           05  CRB-HDR-TYPE              PIC X(01).
           05  CRB-HDR-REPORTER-ID       PIC X(10).
           05  CRB-HDR-ACTIVITY-DATE     PIC 9(08).
           05  CRB-HDR-CREATED-DATE      PIC 9(08).
           05  CRB-HDR-EXPECTED-COUNT    PIC 9(09).
           05  CRB-HDR-REPORTER-NAME     PIC X(40).
           05  FILLER                    PIC X(174).
       01  CRB-BASE-RECORD.
           05  CRB-BASE-TYPE             PIC X(01).
           05  CRB-BASE-ACCT-ID          PIC X(12).
      *        R = revolving; the billed credit-style accounts.
           05  CRB-BASE-PORTFOLIO        PIC X(01).
           05  CRB-BASE-INFO-DATE        PIC 9(08).
           05  CRB-BASE-BILL-DATE        PIC 9(08).
           05  CRB-BASE-DUE-DATE         PIC 9(08).
           05  CRB-BASE-SCHED-PAYMENT    PIC 9(09).
           05  CRB-BASE-CURRENT-BALANCE  PIC 9(09).
           05  CRB-BASE-PAST-DUE         PIC 9(09).
           05  CRB-BASE-CHGO-AMOUNT      PIC 9(09).
      *        11 current, 71/78/80/82/83/84 for 30 through 180
      *        days late, 97 charged off and unpaid, 64 charged
      *        off and since paid in full.
           05  CRB-BASE-ACCT-STATUS      PIC X(02).
           05  CRB-BASE-DELQ-DAYS        PIC 9(03).
      *        1 = individual, 2 = joint (a joint owner on file).
           05  CRB-BASE-ECOA-CODE        PIC X(01).
           05  CRB-BASE-SURNAME          PIC X(25).
           05  CRB-BASE-FIRST-NAME       PIC X(20).
           05  CRB-BASE-MIDDLE-NAME      PIC X(20).
           05  CRB-BASE-GENERATION       PIC X(03).
           05  CRB-BASE-ADDR-LINE-1      PIC X(32).
           05  CRB-BASE-ADDR-LINE-2      PIC X(32).
           05  CRB-BASE-CITY             PIC X(20).
           05  CRB-BASE-STATE            PIC X(02).
           05  CRB-BASE-ZIP              PIC X(09).
           05  FILLER                    PIC X(07).
       01  CRB-TRAILER-RECORD.
           05  CRB-TRL-TYPE              PIC X(01).
           05  CRB-TRL-BASE-COUNT        PIC 9(09).
           05  CRB-TRL-CURRENT-COUNT     PIC 9(09).
           05  CRB-TRL-DELQ-COUNT        PIC 9(09).
           05  CRB-TRL-CHGO-COUNT        PIC 9(09).
           05  CRB-TRL-TOTAL-BALANCE     PIC 9(11).
           05  FILLER                    PIC X(202).

       FD  EXCEPTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-BILL-FILE-STATUS       PIC X(02).
       01  WS-CHGO-FILE-STATUS       PIC X(02).
       01  WS-CUST-FILE-STATUS       PIC X(02).
       01  WS-XREF-FILE-STATUS       PIC X(02).
       01  WS-ADDR-FILE-STATUS       PIC X(02).
       01  WS-CRB-FILE-STATUS        PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CREATED-DATE           PIC 9(08).

      *    Defaults stand in when no CRBUPARM file is supplied.
       01  WS-REPORTER-ID            PIC X(10) VALUE "MECDEV0001".
       01  WS-REPORTER-NAME          PIC X(40)
               VALUE "MECANIK DEV".

       01  WS-WRITE-PASS-SW          PIC X(01) VALUE "N".
           88  WS-WRITE-PASS             VALUE "Y".
       01  WS-CHGO-FILE-SW           PIC X(01) VALUE "N".
           88  WS-CHGO-FILE-OPEN         VALUE "Y".
       01  WS-EXCEPTION-SW           PIC X(01) VALUE "N".
           88  WS-ACCT-EXCEPTION         VALUE "Y".
       01  WS-EXCEPTION-REASON       PIC X(30) VALUE SPACES.
       01  WS-PRIMARY-FOUND-SW       PIC X(01) VALUE "N".
           88  WS-PRIMARY-FOUND          VALUE "Y".
       01  WS-PRIMARY-CUST-NO        PIC X(06) VALUE SPACES.
       01  WS-ECOA-CODE              PIC X(01) VALUE "1".
       01  WS-BEST-EFF-DATE          PIC 9(08) VALUE 0.
       01  WS-MAIL-ADDRESS.
           05  WS-MAIL-LINE-1        PIC X(30).
           05  WS-MAIL-LINE-2        PIC X(30).
           05  WS-MAIL-CITY          PIC X(20).
           05  WS-MAIL-STATE         PIC X(02).
           05  WS-MAIL-ZIP           PIC X(10).
       01  WS-MAIL-ZIP-R REDEFINES WS-MAIL-ADDRESS.
           05  FILLER                PIC X(82).
           05  WS-MAIL-ZIP-5         PIC X(05).
           05  WS-MAIL-ZIP-DASH      PIC X(01).
           05  WS-MAIL-ZIP-4         PIC X(04).

       01  WS-ACCT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AMOUNT-OWED            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-SCHED-PAYMENT          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-PAST-DUE               PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CHGO-AMOUNT            PIC S9(7)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-BILLS-READ         PIC 9(06) VALUE 0.
           05  WS-EXPECTED-COUNT     PIC 9(09) VALUE 0.
           05  WS-BASE-COUNT         PIC 9(09) VALUE 0.
           05  WS-CURRENT-COUNT      PIC 9(09) VALUE 0.
           05  WS-DELQ-COUNT         PIC 9(09) VALUE 0.
           05  WS-CHGO-COUNT         PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-COUNT    PIC 9(06) VALUE 0.
           05  WS-TOTAL-BALANCE      PIC 9(11) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(44)
               VALUE "ACCT-CRBR: ACCOUNTS NOT REPORTED TO BUREAU ".
           05  RPT-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           ACCEPT WS-CREATED-DATE FROM DATE YYYYMMDD
           PERFORM 0200-READ-PARAMETERS THRU 0200-EXIT

           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT CUST-XREF-FILE
           OPEN INPUT ADDRESS-MASTER-FILE
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CHGO-FILE-STATUS = "00"
               SET WS-CHGO-FILE-OPEN TO TRUE
           END-IF

           MOVE "N" TO WS-WRITE-PASS-SW
           PERFORM 1000-PASS-BILLING-MASTER THRU 1000-EXIT

           OPEN OUTPUT BUREAU-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE WS-CURRENT-DATE TO RPT-HDG-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2000-WRITE-HEADER

           SET WS-WRITE-PASS TO TRUE
           PERFORM 1000-PASS-BILLING-MASTER THRU 1000-EXIT
           PERFORM 4000-WRITE-TRAILER

           CLOSE ACCT-MASTER-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-XREF-FILE
           CLOSE ADDRESS-MASTER-FILE
           IF WS-CHGO-FILE-OPEN
               CLOSE CHARGE-OFF-FILE
           END-IF
           CLOSE BUREAU-FILE
           CLOSE EXCEPTION-REPORT-FILE

           DISPLAY "ACCT-CRBR: billing rows read    " WS-BILLS-READ
           DISPLAY "ACCT-CRBR: base segments        " WS-BASE-COUNT
           DISPLAY "ACCT-CRBR:   current            " WS-CURRENT-COUNT
           DISPLAY "ACCT-CRBR:   delinquent         " WS-DELQ-COUNT
           DISPLAY "ACCT-CRBR:   charged off        " WS-CHGO-COUNT
           DISPLAY "ACCT-CRBR: not reported         "
                   WS-EXCEPTION-COUNT
           IF WS-BASE-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "ACCT-CRBR: HEADER COUNT " WS-EXPECTED-COUNT
                       " DOES NOT MATCH BASE SEGMENTS WRITTEN"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0200-READ-PARAMETERS.
           OPEN INPUT BUREAU-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               GO TO 0200-EXIT
           END-IF
           READ BUREAU-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-REPORTER-ID NOT = SPACES
                       MOVE PARM-REPORTER-ID TO WS-REPORTER-ID
                   END-IF
                   IF PARM-REPORTER-NAME NOT = SPACES
                       MOVE PARM-REPORTER-NAME TO WS-REPORTER-NAME
                   END-IF
           END-READ
           CLOSE BUREAU-PARM-FILE.

       0200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One pass over the billing master.  The counting pass only
      * decides which accounts are reportable; the write pass
      * writes their base segments and lists the rest.
      *----------------------------------------------------------
       1000-PASS-BILLING-MASTER.
           OPEN INPUT BILLING-MASTER-FILE
           IF WS-BILL-FILE-STATUS NOT = "00"
               DISPLAY "ACCT-CRBR: no billing master - "
                       "nothing to report"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-BILLING-ROW
               UNTIL WS-BILL-FILE-STATUS = "10"
           CLOSE BILLING-MASTER-FILE.

       1000-EXIT.
           EXIT.

       1100-READ-BILLING-ROW.
           READ BILLING-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BILL-FILE-STATUS
               NOT AT END
                   IF WS-WRITE-PASS
                       ADD 1 TO WS-BILLS-READ
                   END-IF
                   PERFORM 3000-BUILD-BASE-SEGMENT THRU 3000-EXIT
           END-READ.

       2000-WRITE-HEADER.
           MOVE SPACES TO CRB-HEADER-RECORD
           MOVE "H" TO CRB-HDR-TYPE
           MOVE WS-REPORTER-ID TO CRB-HDR-REPORTER-ID
           MOVE WS-CURRENT-DATE TO CRB-HDR-ACTIVITY-DATE
           MOVE WS-CREATED-DATE TO CRB-HDR-CREATED-DATE
           MOVE WS-EXPECTED-COUNT TO CRB-HDR-EXPECTED-COUNT
           MOVE WS-REPORTER-NAME TO CRB-HDR-REPORTER-NAME
           WRITE CRB-HEADER-RECORD.

      *----------------------------------------------------------
      * One billed account: find its primary owner's name and
      * address in effect, derive the bureau status, then count
      * it or write it.
      *----------------------------------------------------------
       3000-BUILD-BASE-SEGMENT.
           MOVE "N" TO WS-EXCEPTION-SW
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE SPACES TO WS-PRIMARY-CUST-NO
           MOVE BILL-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-ACCT-EXCEPTION TO TRUE
                   MOVE "ACCOUNT NOT ON MASTER"
                       TO WS-EXCEPTION-REASON
                   PERFORM 3900-LIST-EXCEPTION
                   GO TO 3000-EXIT
           END-READ
           IF MST-CLOSED
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-FIND-PRIMARY-OWNER THRU 3100-EXIT
           IF NOT WS-ACCT-EXCEPTION
               PERFORM 3200-FIND-ADDRESS THRU 3200-EXIT
           END-IF
           IF WS-ACCT-EXCEPTION
               PERFORM 3900-LIST-EXCEPTION
               GO TO 3000-EXIT
           END-IF

           PERFORM 3300-DERIVE-STATUS
           IF WS-WRITE-PASS
               PERFORM 3500-WRITE-BASE-SEGMENT
           ELSE
               ADD 1 TO WS-EXPECTED-COUNT
           END-IF.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The account's primary row on CUSTXREF names the consumer
      * reported; a joint owner on file reports the account as
      * joint.  The name must carry at least a surname and a
      * first name.
      *----------------------------------------------------------
       3100-FIND-PRIMARY-OWNER.
           MOVE "N" TO WS-PRIMARY-FOUND-SW
           MOVE "1" TO WS-ECOA-CODE
           MOVE BILL-ACCT-ID TO XREF-ACCT-ID
           MOVE LOW-VALUES TO XREF-CUST-NO
           START CUST-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   MOVE "10" TO WS-XREF-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-XREF-FILE-STATUS
           END-START
           PERFORM 3110-SCAN-ONE-XREF
               UNTIL WS-XREF-FILE-STATUS = "10"

           IF NOT WS-PRIMARY-FOUND
               SET WS-ACCT-EXCEPTION TO TRUE
               MOVE "NO PRIMARY OWNER ON CUSTXREF"
                   TO WS-EXCEPTION-REASON
               GO TO 3100-EXIT
           END-IF

           MOVE WS-PRIMARY-CUST-NO TO CUS-CUST-NO
           READ CUST-MASTER-FILE
               INVALID KEY
                   SET WS-ACCT-EXCEPTION TO TRUE
                   MOVE "OWNER NOT ON CUSTMSTR"
                       TO WS-EXCEPTION-REASON
                   GO TO 3100-EXIT
           END-READ
           IF CUS-LAST-NAME = SPACES OR CUS-FIRST-NAME = SPACES
               SET WS-ACCT-EXCEPTION TO TRUE
               MOVE "OWNER NAME MISSING" TO WS-EXCEPTION-REASON
           END-IF.

       3100-EXIT.
           EXIT.

       3110-SCAN-ONE-XREF.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-XREF-FILE-STATUS
               NOT AT END
                   IF XREF-ACCT-ID NOT = BILL-ACCT-ID
                       MOVE "10" TO WS-XREF-FILE-STATUS
                   ELSE
                       IF XREF-ROLE-PRIMARY AND NOT WS-PRIMARY-FOUND
                           SET WS-PRIMARY-FOUND TO TRUE
                           MOVE XREF-CUST-NO TO WS-PRIMARY-CUST-NO
                       END-IF
                       IF XREF-ROLE-JOINT
                           MOVE "2" TO WS-ECOA-CODE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * The newest ADDRMST address in effect on the business date,
      * the ACCT-STMT rule.  The bureau needs a street line, city,
      * state and ZIP.
      *----------------------------------------------------------
       3200-FIND-ADDRESS.
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE SPACES TO WS-MAIL-ADDRESS
           MOVE WS-PRIMARY-CUST-NO TO ADDR-CUST-NO
           MOVE 0 TO ADDR-EFF-DATE
           START ADDRESS-MASTER-FILE KEY IS NOT LESS THAN ADDR-KEY
               INVALID KEY
                   MOVE "10" TO WS-ADDR-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ADDR-FILE-STATUS
           END-START
           PERFORM 3210-SCAN-ONE-ADDRESS
               UNTIL WS-ADDR-FILE-STATUS = "10"

           IF WS-BEST-EFF-DATE = 0
               SET WS-ACCT-EXCEPTION TO TRUE
               MOVE "NO ADDRESS IN EFFECT" TO WS-EXCEPTION-REASON
               GO TO 3200-EXIT
           END-IF
           IF WS-MAIL-LINE-1 = SPACES OR WS-MAIL-CITY = SPACES
               OR WS-MAIL-STATE = SPACES OR WS-MAIL-ZIP = SPACES
               SET WS-ACCT-EXCEPTION TO TRUE
               MOVE "ADDRESS INCOMPLETE" TO WS-EXCEPTION-REASON
           END-IF.

       3200-EXIT.
           EXIT.

       3210-SCAN-ONE-ADDRESS.
           READ ADDRESS-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ADDR-FILE-STATUS
               NOT AT END
                   IF ADDR-CUST-NO NOT = WS-PRIMARY-CUST-NO
                       MOVE "10" TO WS-ADDR-FILE-STATUS
                   ELSE
                       IF ADDR-EFF-DATE <= WS-CURRENT-DATE
                           AND ADDR-EFF-DATE > WS-BEST-EFF-DATE
                           MOVE ADDR-EFF-DATE TO WS-BEST-EFF-DATE
                           MOVE ADDR-LINE-1 TO WS-MAIL-LINE-1
                           MOVE ADDR-LINE-2 TO WS-MAIL-LINE-2
                           MOVE ADDR-CITY   TO WS-MAIL-CITY
                           MOVE ADDR-STATE  TO WS-MAIL-STATE
                           MOVE ADDR-ZIP    TO WS-MAIL-ZIP
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Bureau status off the delinquency bucket.  A charged-off
      * account reports what is still owed on the CHGOMSTR row -
      * the written-off amount less recoveries - rather than the
      * zero the master carries.
      *----------------------------------------------------------
       3300-DERIVE-STATUS.
           MOVE 0 TO WS-AMOUNT-OWED
           MOVE 0 TO WS-SCHED-PAYMENT
           MOVE 0 TO WS-PAST-DUE
           MOVE 0 TO WS-CHGO-AMOUNT

           IF MST-CHARGED-OFF
               IF WS-CHGO-FILE-OPEN
                   MOVE MST-ACCT-ID TO CHGO-ACCT-ID
                   READ CHARGE-OFF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CHGO-AMOUNT TO WS-CHGO-AMOUNT
                           COMPUTE WS-AMOUNT-OWED =
                               CHGO-AMOUNT - CHGO-RECOVERED
                   END-READ
               END-IF
               MOVE WS-AMOUNT-OWED TO WS-PAST-DUE
               IF WS-AMOUNT-OWED > 0
                   MOVE "97" TO WS-ACCT-STATUS
               ELSE
                   MOVE 0 TO WS-AMOUNT-OWED
                   MOVE 0 TO WS-PAST-DUE
                   MOVE "64" TO WS-ACCT-STATUS
               END-IF
           ELSE
               IF MST-BALANCE < 0
                   COMPUTE WS-AMOUNT-OWED = 0 - MST-BALANCE
               END-IF
               MOVE BILL-MIN-PAYMENT TO WS-SCHED-PAYMENT
               EVALUATE BILL-DELQ-BUCKET
                   WHEN 0
                       MOVE "11" TO WS-ACCT-STATUS
                   WHEN 30
                       MOVE "71" TO WS-ACCT-STATUS
                   WHEN 60
                       MOVE "78" TO WS-ACCT-STATUS
                   WHEN 90
                       MOVE "80" TO WS-ACCT-STATUS
                   WHEN 120
                       MOVE "82" TO WS-ACCT-STATUS
                   WHEN 150
                       MOVE "83" TO WS-ACCT-STATUS
                   WHEN OTHER
                       MOVE "84" TO WS-ACCT-STATUS
               END-EVALUATE
      *        One missed minimum for every thirty days late,
      *        never more than is owed.
               COMPUTE WS-PAST-DUE =
                   BILL-MIN-PAYMENT * BILL-DELQ-BUCKET / 30
               IF WS-PAST-DUE > WS-AMOUNT-OWED
                   MOVE WS-AMOUNT-OWED TO WS-PAST-DUE
               END-IF
           END-IF.

       3500-WRITE-BASE-SEGMENT.
           MOVE SPACES TO CRB-BASE-RECORD
           MOVE "B" TO CRB-BASE-TYPE
           MOVE MST-ACCT-ID TO CRB-BASE-ACCT-ID
           MOVE "R" TO CRB-BASE-PORTFOLIO
           MOVE WS-CURRENT-DATE TO CRB-BASE-INFO-DATE
           MOVE BILL-LAST-BILL-DATE TO CRB-BASE-BILL-DATE
           MOVE BILL-DUE-DATE TO CRB-BASE-DUE-DATE
           MOVE WS-SCHED-PAYMENT TO CRB-BASE-SCHED-PAYMENT
           MOVE WS-AMOUNT-OWED TO CRB-BASE-CURRENT-BALANCE
           MOVE WS-PAST-DUE TO CRB-BASE-PAST-DUE
           MOVE WS-CHGO-AMOUNT TO CRB-BASE-CHGO-AMOUNT
           MOVE WS-ACCT-STATUS TO CRB-BASE-ACCT-STATUS
           MOVE BILL-DELQ-BUCKET TO CRB-BASE-DELQ-DAYS
           MOVE WS-ECOA-CODE TO CRB-BASE-ECOA-CODE
           MOVE CUS-LAST-NAME TO CRB-BASE-SURNAME
           MOVE CUS-FIRST-NAME TO CRB-BASE-FIRST-NAME
           MOVE CUS-MIDDLE-NAME TO CRB-BASE-MIDDLE-NAME
           MOVE CUS-SUFFIX TO CRB-BASE-GENERATION
           MOVE WS-MAIL-LINE-1 TO CRB-BASE-ADDR-LINE-1
           MOVE WS-MAIL-LINE-2 TO CRB-BASE-ADDR-LINE-2
           MOVE WS-MAIL-CITY TO CRB-BASE-CITY
           MOVE WS-MAIL-STATE TO CRB-BASE-STATE
      *    ZIP+4 goes to the bureau without its hyphen.
           MOVE WS-MAIL-ZIP-5 TO CRB-BASE-ZIP(1:5)
           IF WS-MAIL-ZIP-DASH = "-"
               MOVE WS-MAIL-ZIP-4 TO CRB-BASE-ZIP(6:4)
           ELSE
               MOVE WS-MAIL-ZIP(6:4) TO CRB-BASE-ZIP(6:4)
           END-IF
           WRITE CRB-BASE-RECORD

           ADD 1 TO WS-BASE-COUNT
           ADD CRB-BASE-CURRENT-BALANCE TO WS-TOTAL-BALANCE
           EVALUATE WS-ACCT-STATUS
               WHEN "11"
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN "97"
               WHEN "64"
                   ADD 1 TO WS-CHGO-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DELQ-COUNT
           END-EVALUATE.

       3900-LIST-EXCEPTION.
           IF WS-WRITE-PASS
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO RPT-LINE
               STRING BILL-ACCT-ID "  " WS-PRIMARY-CUST-NO "  "
                   WS-EXCEPTION-REASON
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       4000-WRITE-TRAILER.
           MOVE SPACES TO CRB-TRAILER-RECORD
           MOVE "T" TO CRB-TRL-TYPE
           MOVE WS-BASE-COUNT TO CRB-TRL-BASE-COUNT
           MOVE WS-CURRENT-COUNT TO CRB-TRL-CURRENT-COUNT
           MOVE WS-DELQ-COUNT TO CRB-TRL-DELQ-COUNT
           MOVE WS-CHGO-COUNT TO CRB-TRL-CHGO-COUNT
           MOVE WS-TOTAL-BALANCE TO CRB-TRL-TOTAL-BALANCE
           WRITE CRB-TRAILER-RECORD.
