      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: installment loan booking.  Reads the day's loan
      * booking requests - principal, annual rate, term in months,
      * first payment date and the linked deposit account the
      * payments will be collected from - and for each one that
      * passes validation: opens the LON account on the master
      * with a zero balance and zero rate (logged as an ONBOARD),
      * disburses the principal to the linked account (logged as
      * a TRANSFER out of the loan account under reason LNDS, so
      * the loan carries its principal as a negative balance the
      * way the credit-style accounts do), computes the level
      * monthly payment, and writes the full amortization
      * schedule to LOANSCHD and the instrument to LOANMSTR.
      *
      * The payment and the schedule are built off the CALC-
      * INTEREST compounding logic in CALL-PATTERN: the monthly
      * rate is the annual rate over twelve periods, the growth
      * factor is compounded one period at a time, and the level
      * payment is the principal times rate times factor over
      * factor less one.  Each installment's interest is the
      * remaining principal times the monthly rate, rounded; the
      * last installment takes whatever principal is left so the
      * loan pays down to exactly zero.  Every booking and every
      * schedule line is printed on the booking report, and a
      * rejected request is listed there with its reason.
      *
      * Modification history:
      *   2026-10-15  Open the loan account in the linked account's
      *               home branch, so its interest and fees book
      *               to the branch that holds the relationship.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-REQUEST-FILE ASSIGN TO "LOANREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LREQ-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOAN-ACCT-ID
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS WS-LSCH-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BOOKING-REPORT-FILE ASSIGN TO "LOANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LREQ-RECORD.
           05  LREQ-ACCT-ID          PIC X(12).
           05  LREQ-ACCT-NAME        PIC X(30).
           05  LREQ-PRINCIPAL        PIC 9(7)V99.
           05  LREQ-ANNUAL-RATE      PIC V9999.
           05  LREQ-TERM-MONTHS      PIC 9(03).
           05  LREQ-FIRST-PAY-DATE   PIC 9(08).
           05  LREQ-LINKED-ACCT-ID   PIC X(12).

       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANSCHD.

           COPY ACCTFILE.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  BOOKING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LREQ-FILE-STATUS       PIC X(02).
       01  WS-LOAN-FILE-STATUS       PIC X(02).
       01  WS-LSCH-FILE-STATUS       PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-TIME           PIC 9(08).

       01  WS-REJECT-FLAG            PIC X(01) VALUE "N".
           88  WS-BOOKING-REJECTED       VALUE "Y".
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.

       01  WS-CKDIGIT-VALID-FLAG     PIC X(01) VALUE "N".
           88  WS-CKDIGIT-VALID          VALUE "Y".

       01  WS-LINKED-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-LINKED-BRANCH          PIC X(04) VALUE SPACES.

      *    The CALC-INTEREST working fields: the periodic rate and
      *    the growth factor compounded one period at a time.
       01  WS-PERIODS-PER-YEAR       PIC 9(03) VALUE 12.
       01  WS-PERIOD-RATE            PIC S9(3)V9(9) VALUE 0.
       01  WS-PERIOD-IDX             PIC 9(05) VALUE 0.
       01  WS-COMPOUND-FACTOR        PIC S9(5)V9(9) VALUE 0.
       01  WS-FACTOR-LESS-ONE        PIC S9(5)V9(9) VALUE 0.

       01  WS-LEVEL-PAYMENT          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-REMAINING-PRINCIPAL    PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-INST-INTEREST          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-INST-PRINCIPAL         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-INST-PAYMENT           PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-INTEREST         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-INST-NO                PIC 9(03) VALUE 0.

      *    YYYYMMDD taken apart for the due-date roll-forward.
       01  WS-DUE-DATE               PIC 9(08) VALUE 0.
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR           PIC 9(04).
           05  WS-DUE-MONTH          PIC 9(02).
           05  WS-DUE-DAY            PIC 9(02).
       01  WS-FIRST-DATE             PIC 9(08) VALUE 0.
       01  WS-FIRST-DATE-R REDEFINES WS-FIRST-DATE.
           05  WS-FIRST-YEAR         PIC 9(04).
           05  WS-FIRST-MONTH        PIC 9(02).
           05  WS-FIRST-DAY          PIC 9(02).
       01  WS-ROLL-WORK-MONTH        PIC 9(04) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER                PIC X(16) VALUE "LOAN BOOKED     ".
           05  WS-HDG-ACCT-ID        PIC X(12).
           05  FILLER                PIC X(06) VALUE "  AMT ".
           05  WS-HDG-PRINCIPAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE "  RATE ".
           05  WS-HDG-RATE           PIC .9999.
           05  FILLER                PIC X(07) VALUE "  TERM ".
           05  WS-HDG-TERM           PIC ZZ9.
           05  FILLER                PIC X(06) VALUE "  PMT ".
           05  WS-HDG-PAYMENT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(14) VALUE SPACES.
       01  WS-RPT-SCHED-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-SCH-INST-NO        PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-SCH-DUE-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-SCH-PAYMENT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-SCH-INTEREST       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-SCH-PRINCIPAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-SCH-BALANCE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(27) VALUE SPACES.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-REQS-READ          PIC 9(06) VALUE 0.
           05  WS-LOANS-BOOKED       PIC 9(06) VALUE 0.
           05  WS-REQS-REJECTED      PIC 9(06) VALUE 0.
           05  WS-TOTAL-DISBURSED    PIC S9(9)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME

           OPEN INPUT LOAN-REQUEST-FILE
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LOAN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-LSCH-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-SCHEDULE-FILE
               CLOSE LOAN-SCHEDULE-FILE
               OPEN I-O LOAN-SCHEDULE-FILE
           END-IF
           OPEN I-O ACCT-MASTER-FILE
           OPEN OUTPUT BOOKING-REPORT-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-TRAIL-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           PERFORM 1000-PROCESS-REQUEST
               UNTIL WS-LREQ-FILE-STATUS = "10"

           CLOSE LOAN-REQUEST-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE BOOKING-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE

           DISPLAY "LOAN-BOOK: requests read    " WS-REQS-READ
           DISPLAY "LOAN-BOOK: loans booked     " WS-LOANS-BOOKED
           DISPLAY "LOAN-BOOK: requests rejected" WS-REQS-REJECTED
           MOVE WS-TOTAL-DISBURSED TO WS-EDIT-AMOUNT
           DISPLAY "LOAN-BOOK: total disbursed  " WS-EDIT-AMOUNT

           IF WS-REQS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-PROCESS-REQUEST.
           READ LOAN-REQUEST-FILE
               AT END
                   MOVE "10" TO WS-LREQ-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-REQS-READ
                   PERFORM 2000-BOOK-ONE-LOAN THRU 2000-EXIT
           END-READ.

      *----------------------------------------------------------
      * Validate one request, and only when every check passes
      * open the account, disburse, and write the schedule.  A
      * rejected request touches nothing and is listed with its
      * reason for lending to correct and resubmit.
      *----------------------------------------------------------
       2000-BOOK-ONE-LOAN.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT
           IF NOT WS-BOOKING-REJECTED
               PERFORM 2200-VALIDATE-LINKED-ACCOUNT THRU 2200-EXIT
           END-IF
           IF WS-BOOKING-REJECTED
               ADD 1 TO WS-REQS-REJECTED
               MOVE SPACES TO RPT-LINE
               STRING "REJECTED        " LREQ-ACCT-ID "  "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "LOAN-BOOK: rejected " LREQ-ACCT-ID
                       " - " WS-REJECT-REASON
               GO TO 2000-EXIT
           END-IF

           PERFORM 3000-COMPUTE-LEVEL-PAYMENT
           PERFORM 4000-OPEN-LOAN-ACCOUNT THRU 4000-EXIT
           IF WS-BOOKING-REJECTED
               ADD 1 TO WS-REQS-REJECTED
               DISPLAY "LOAN-BOOK: rejected " LREQ-ACCT-ID
                       " - " WS-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           PERFORM 4500-DISBURSE-PRINCIPAL THRU 4500-EXIT
           PERFORM 5000-WRITE-SCHEDULE
           PERFORM 6000-WRITE-LOAN-RECORD

           ADD 1 TO WS-LOANS-BOOKED
           ADD LREQ-PRINCIPAL TO WS-TOTAL-DISBURSED
           DISPLAY "LOAN-BOOK: " LREQ-ACCT-ID " booked, payment "
                   WS-HDG-PAYMENT.

       2000-EXIT.
           EXIT.

       2100-VALIDATE-REQUEST.
           IF LREQ-ACCT-ID(1:3) NOT = "LON"
               SET WS-BOOKING-REJECTED TO TRUE
               MOVE "NOT A LON LOAN ACCOUNT ID" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           CALL "CKDIGIT" USING LREQ-ACCT-ID WS-CKDIGIT-VALID-FLAG
           IF NOT WS-CKDIGIT-VALID
               SET WS-BOOKING-REJECTED TO TRUE
               MOVE "LOAN ACCT CHECK DIGIT INVALID" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF

           MOVE LREQ-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BOOKING-REJECTED TO TRUE
                   MOVE "LOAN ALREADY BOOKED" TO WS-REJECT-REASON
                   GO TO 2100-EXIT
           END-READ
           MOVE LREQ-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BOOKING-REJECTED TO TRUE
                   MOVE "LOAN ACCT ALREADY ON MASTER"
                       TO WS-REJECT-REASON
                   GO TO 2100-EXIT
           END-READ

           IF LREQ-PRINCIPAL IS NOT NUMERIC OR LREQ-PRINCIPAL = 0
               SET WS-BOOKING-REJECTED TO TRUE
               MOVE "INVALID PRINCIPAL" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
      *    36 percent is the lending ceiling, and keeps the growth
      *    factor of a 360-month term inside its picture.
           IF LREQ-ANNUAL-RATE IS NOT NUMERIC
               OR LREQ-ANNUAL-RATE > .3600
               SET WS-BOOKING-REJECTED TO TRUE
               MOVE "INVALID RATE" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF LREQ-TERM-MONTHS IS NOT NUMERIC
               OR LREQ-TERM-MONTHS = 0
               OR LREQ-TERM-MONTHS > 360
               SET WS-BOOKING-REJECTED TO TRUE
               MOVE "TERM MUST BE 1-360 MONTHS" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF

           MOVE LREQ-FIRST-PAY-DATE TO WS-FIRST-DATE
           IF WS-FIRST-DATE IS NOT NUMERIC
               OR WS-FIRST-MONTH < 1 OR WS-FIRST-MONTH > 12
               OR WS-FIRST-DAY < 1 OR WS-FIRST-DAY > 28
               SET WS-BOOKING-REJECTED TO TRUE
               MOVE "FIRST PAY DAY MUST BE 01-28" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF LREQ-FIRST-PAY-DATE NOT > WS-CURRENT-DATE
               SET WS-BOOKING-REJECTED TO TRUE
               MOVE "FIRST PAY DATE NOT IN FUTURE" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The linked account receives the proceeds and pays every
      * installment, so it must pass the same checks as any
      * transfer target and cannot itself be a loan.
      *----------------------------------------------------------
       2200-VALIDATE-LINKED-ACCOUNT.
           IF LREQ-LINKED-ACCT-ID(1:3) = "LON"
               SET WS-BOOKING-REJECTED TO TRUE
               MOVE "LINKED ACCT IS A LOAN" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           CALL "CKDIGIT" USING LREQ-LINKED-ACCT-ID
               WS-CKDIGIT-VALID-FLAG
           IF NOT WS-CKDIGIT-VALID
               SET WS-BOOKING-REJECTED TO TRUE
               MOVE "LINKED CHECK DIGIT INVALID" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE LREQ-LINKED-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-BOOKING-REJECTED TO TRUE
                   MOVE "LINKED ACCOUNT NOT FOUND" TO WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ
           IF NOT MST-ACTIVE
               SET WS-BOOKING-REJECTED TO TRUE
               MOVE "LINKED ACCOUNT NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           MOVE MST-CURRENCY TO WS-LINKED-CURRENCY
           MOVE MST-HOME-BRANCH TO WS-LINKED-BRANCH
           IF WS-LINKED-CURRENCY = SPACES
               MOVE "USD" TO WS-LINKED-CURRENCY
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The level monthly payment, the CALC-INTEREST way: the
      * periodic rate is the annual rate over the periods per
      * year, and the growth factor (1 + r) ** n is compounded one
      * period at a time.  An interest-free loan simply divides
      * the principal over the term.
      *----------------------------------------------------------
       3000-COMPUTE-LEVEL-PAYMENT.
           COMPUTE WS-PERIOD-RATE ROUNDED =
               LREQ-ANNUAL-RATE / WS-PERIODS-PER-YEAR
           IF WS-PERIOD-RATE = 0
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   LREQ-PRINCIPAL / LREQ-TERM-MONTHS
           ELSE
               MOVE 1 TO WS-COMPOUND-FACTOR
               PERFORM 3100-COMPOUND-ONE-PERIOD
                   VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > LREQ-TERM-MONTHS
               COMPUTE WS-FACTOR-LESS-ONE = WS-COMPOUND-FACTOR - 1
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   LREQ-PRINCIPAL * WS-PERIOD-RATE * WS-COMPOUND-FACTOR
                   / WS-FACTOR-LESS-ONE
           END-IF
           MOVE WS-LEVEL-PAYMENT TO WS-HDG-PAYMENT.

       3100-COMPOUND-ONE-PERIOD.
           COMPUTE WS-COMPOUND-FACTOR ROUNDED =
               WS-COMPOUND-FACTOR +
               (WS-COMPOUND-FACTOR * WS-PERIOD-RATE).

      *----------------------------------------------------------
      * Open the LON account on the master at zero, zero rate so
      * ACCT-ACCR leaves it alone, in the linked account's
      * currency, and log it the way ACCT-APLY logs a brand-new
      * account.  The disbursement that follows takes the balance
      * negative.
      *----------------------------------------------------------
       4000-OPEN-LOAN-ACCOUNT.
           MOVE LREQ-ACCT-ID TO MST-ACCT-ID
           MOVE LREQ-ACCT-NAME TO MST-ACCT-NAME
           MOVE 0 TO MST-BALANCE
           MOVE 0 TO MST-INT-RATE
           SET MST-ACTIVE TO TRUE
           MOVE 0 TO MST-UPDATE-SEQ
           MOVE 0 TO MST-ACCR-INT
           MOVE WS-LINKED-CURRENCY TO MST-CURRENCY
           MOVE WS-LINKED-BRANCH TO MST-HOME-BRANCH
           WRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-BOOKING-REJECTED TO TRUE
                   MOVE "LOAN ACCOUNT WRITE FAILED" TO WS-REJECT-REASON
                   GO TO 4000-EXIT
           END-WRITE

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-ONBOARD TO TRUE
           MOVE SPACES TO AUDIT-FROM-ACCT-ID
           MOVE LREQ-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE 0 TO AUDIT-AMOUNT
           MOVE "ONBN" TO AUDIT-REASON-CODE
           SET AUDIT-POSTED TO TRUE
           MOVE SPACES TO AUDIT-REJECT-REASON
           MOVE SPACE TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE SPACES TO AUDIT-TELLER-ID
           MOVE SPACES TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Pay the proceeds out of the loan account into the linked
      * account.
      *----------------------------------------------------------
       4500-DISBURSE-PRINCIPAL.
           MOVE LREQ-LINKED-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
           ADD LREQ-PRINCIPAL TO MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "LOAN-BOOK: rewrite failed for "
                           MST-ACCT-ID
           END-REWRITE

           MOVE LREQ-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
           SUBTRACT LREQ-PRINCIPAL FROM MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "LOAN-BOOK: rewrite failed for "
                           MST-ACCT-ID
           END-REWRITE

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           SET AUDIT-IS-TRANSFER TO TRUE
           MOVE LREQ-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE LREQ-LINKED-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE LREQ-PRINCIPAL TO AUDIT-AMOUNT
           MOVE "LNDS" TO AUDIT-REASON-CODE
           SET AUDIT-POSTED TO TRUE
           MOVE SPACES TO AUDIT-REJECT-REASON
           MOVE SPACE TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE SPACES TO AUDIT-TELLER-ID
           MOVE SPACES TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.

       4500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Write the full amortization schedule, one row per
      * installment, and print it under the booking heading.
      *----------------------------------------------------------
       5000-WRITE-SCHEDULE.
           MOVE LREQ-ACCT-ID TO WS-HDG-ACCT-ID
           MOVE LREQ-PRINCIPAL TO WS-HDG-PRINCIPAL
           MOVE LREQ-ANNUAL-RATE TO WS-HDG-RATE
           MOVE LREQ-TERM-MONTHS TO WS-HDG-TERM
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           MOVE LREQ-PRINCIPAL TO WS-REMAINING-PRINCIPAL
           MOVE 0 TO WS-TOTAL-INTEREST
           PERFORM 5100-WRITE-ONE-INSTALLMENT
               VARYING WS-INST-NO FROM 1 BY 1
               UNTIL WS-INST-NO > LREQ-TERM-MONTHS

           MOVE WS-TOTAL-INTEREST TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "    TOTAL INTEREST OVER TERM " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * One installment: interest on the principal still owed at
      * the monthly rate, the rest of the level payment to
      * principal.  The last installment clears whatever
      * principal the rounding has left.
      *----------------------------------------------------------
       5100-WRITE-ONE-INSTALLMENT.
           COMPUTE WS-INST-INTEREST ROUNDED =
               WS-REMAINING-PRINCIPAL * WS-PERIOD-RATE
           IF WS-INST-NO = LREQ-TERM-MONTHS
               MOVE WS-REMAINING-PRINCIPAL TO WS-INST-PRINCIPAL
           ELSE
               COMPUTE WS-INST-PRINCIPAL =
                   WS-LEVEL-PAYMENT - WS-INST-INTEREST
               IF WS-INST-PRINCIPAL > WS-REMAINING-PRINCIPAL
                   MOVE WS-REMAINING-PRINCIPAL TO WS-INST-PRINCIPAL
               END-IF
           END-IF
           COMPUTE WS-INST-PAYMENT =
               WS-INST-PRINCIPAL + WS-INST-INTEREST
           SUBTRACT WS-INST-PRINCIPAL FROM WS-REMAINING-PRINCIPAL
           ADD WS-INST-INTEREST TO WS-TOTAL-INTEREST
           PERFORM 5200-ROLL-DUE-DATE

           MOVE LREQ-ACCT-ID TO LSCH-ACCT-ID
           MOVE WS-INST-NO TO LSCH-INST-NO
           MOVE WS-DUE-DATE TO LSCH-DUE-DATE
           MOVE WS-INST-PAYMENT TO LSCH-PAYMENT
           MOVE WS-INST-INTEREST TO LSCH-INTEREST
           MOVE WS-INST-PRINCIPAL TO LSCH-PRINCIPAL
           MOVE WS-REMAINING-PRINCIPAL TO LSCH-BALANCE-AFTER
           SET LSCH-SCHEDULED TO TRUE
           MOVE 0 TO LSCH-PAID-DATE
           WRITE LSCH-RECORD
               INVALID KEY
                   DISPLAY "LOAN-BOOK: schedule write failed for "
                           LSCH-ACCT-ID " " LSCH-INST-NO
           END-WRITE

           MOVE WS-INST-NO TO WS-SCH-INST-NO
           MOVE WS-DUE-DATE TO WS-SCH-DUE-DATE
           MOVE WS-INST-PAYMENT TO WS-SCH-PAYMENT
           MOVE WS-INST-INTEREST TO WS-SCH-INTEREST
           MOVE WS-INST-PRINCIPAL TO WS-SCH-PRINCIPAL
           MOVE WS-REMAINING-PRINCIPAL TO WS-SCH-BALANCE
           MOVE WS-RPT-SCHED-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * Installment N falls N - 1 months after the first payment
      * date, always rolled from the first date so the loan keeps
      * its payment day (booking holds that day to 01-28, so no
      * month is ever short of it).
      *----------------------------------------------------------
       5200-ROLL-DUE-DATE.
           MOVE WS-FIRST-DATE TO WS-DUE-DATE
           COMPUTE WS-ROLL-WORK-MONTH =
               WS-FIRST-MONTH + WS-INST-NO - 1
           PERFORM 5300-WRAP-ONE-YEAR
               UNTIL WS-ROLL-WORK-MONTH <= 12
           MOVE WS-ROLL-WORK-MONTH TO WS-DUE-MONTH.

       5300-WRAP-ONE-YEAR.
           SUBTRACT 12 FROM WS-ROLL-WORK-MONTH
           ADD 1 TO WS-DUE-YEAR.

       6000-WRITE-LOAN-RECORD.
           MOVE LREQ-ACCT-ID TO LOAN-ACCT-ID
           MOVE LREQ-PRINCIPAL TO LOAN-ORIG-PRINCIPAL
           MOVE LREQ-ANNUAL-RATE TO LOAN-ANNUAL-RATE
           MOVE LREQ-TERM-MONTHS TO LOAN-TERM-MONTHS
           MOVE WS-CURRENT-DATE TO LOAN-BOOK-DATE
           MOVE LREQ-FIRST-PAY-DATE TO LOAN-FIRST-PAY-DATE
           MOVE WS-LEVEL-PAYMENT TO LOAN-PAYMENT-AMOUNT
           MOVE LREQ-LINKED-ACCT-ID TO LOAN-LINKED-ACCT-ID
           MOVE LREQ-PRINCIPAL TO LOAN-PRINCIPAL-BAL
           MOVE WS-CURRENT-DATE TO LOAN-INT-PAID-TO
           MOVE 1 TO LOAN-NEXT-INST-NO
           MOVE 0 TO LOAN-INSTS-PAID
           MOVE 0 TO LOAN-UNPAID-COUNT
           MOVE 0 TO LOAN-PAST-DUE-AMT
           SET LOAN-ACTIVE TO TRUE
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "LOAN-BOOK: loan write failed for "
                           LOAN-ACCT-ID
           END-WRITE.
