      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: card dispute and chargeback case file.  When a
      * cardholder disputed a CARD-SETL debit the branch reversed
      * it by hand through ACCT-TELR and nobody tracked the claim.
      * This job keeps the DISPCASE case file, keyed on the
      * disputed item's processor reference, and runs each case
      * through its life:
      *
      *   1. A claim the branch keys onto the DISPINTK intake file
      *      opens a case and posts the provisional credit to the
      *      account under the DISPUTE audit type (reason DSPC),
      *      through the same check-digit and status checks
      *      CARD-SETL applies.  The case takes its regulatory
      *      resolution deadline off DISPPARM.
      *   2. The processor's CARDOUTC chargeback outcome file
      *      closes each case: a win makes the credit final (a
      *      MAINT entry, reason DSPF), a loss reverses it off the
      *      account (DISPUTE, reason DSPR) and sends the customer
      *      a notice built off the ADDRMST mailing block.
      *   3. Every case still open is aged against its deadline;
      *      one past it, or inside the warning window, is flagged
      *      on the dispute log.
      *
      * The DISPRPT dispute log lists every case opened, closed
      * and still open, for compliance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-DISP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-PARM-FILE ASSIGN TO "DISPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT INTAKE-FILE ASSIGN TO "DISPINTK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTK-FILE-STATUS.

           SELECT OUTCOME-FILE ASSIGN TO "CARDOUTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTC-FILE-STATUS.

           SELECT DISPUTE-CASE-FILE ASSIGN TO "DISPCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-PROCESSOR-REF
               FILE STATUS IS WS-DSP-FILE-STATUS.

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

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "DISPNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-RESOLVE-DAYS     PIC 9(03).
           05  PARM-WARN-DAYS        PIC 9(03).
           05  FILLER                PIC X(74).

       FD  INTAKE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTK-RECORD.
           05  INTK-PROCESSOR-REF    PIC X(16).
           05  INTK-ACCT-ID          PIC X(12).
           05  INTK-AMOUNT           PIC 9(7)V99.
           05  INTK-REASON-CODE      PIC X(04).
           05  INTK-CLAIM-DATE       PIC 9(08).
           05  INTK-TELLER-ID        PIC X(08).
           05  INTK-BRANCH           PIC X(04).

       FD  OUTCOME-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUTC-RECORD.
           05  OUTC-PROCESSOR-REF    PIC X(16).
           05  OUTC-RESULT           PIC X(01).
               88  OUTC-CARDHOLDER-WON   VALUE "W".
               88  OUTC-CARDHOLDER-LOST  VALUE "L".
           05  OUTC-DATE             PIC 9(08).

       FD  DISPUTE-CASE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPCASE.

           COPY ACCTFILE.

           COPY CUSTFILE.

       FD  CUST-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTXREF.

       FD  ADDRESS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRREC.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NTC-LINE                  PIC X(100).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-INTK-FILE-STATUS       PIC X(02).
       01  WS-OUTC-FILE-STATUS       PIC X(02).
       01  WS-DSP-FILE-STATUS        PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-CUST-FILE-STATUS       PIC X(02).
       01  WS-XREF-FILE-STATUS       PIC X(02).
       01  WS-ADDR-FILE-STATUS       PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-NTC-FILE-STATUS        PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-TIME           PIC 9(08).

       01  WS-INTK-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-INTK-OPEN              VALUE "Y".
       01  WS-OUTC-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-OUTC-OPEN              VALUE "Y".

       01  WS-RESOLVE-DAYS           PIC 9(03) VALUE 0.
       01  WS-WARN-DAYS              PIC 9(03) VALUE 0.
       01  WS-TODAY-INTEGER          PIC 9(07) VALUE 0.
       01  WS-WORK-INTEGER           PIC 9(07) VALUE 0.
       01  WS-DAYS-OPEN              PIC S9(05) VALUE 0.
       01  WS-DAYS-LEFT              PIC S9(05) VALUE 0.

       01  WS-REJECT-FLAG            PIC X(01) VALUE "N".
           88  WS-ITEM-REJECTED          VALUE "Y".
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-CKDIGIT-VALID-FLAG     PIC X(01) VALUE "N".
           88  WS-CKDIGIT-VALID          VALUE "Y".

      *    What the audit entry about to be written carries.
       01  WS-LOG-TRAN-TYPE          PIC X(08) VALUE SPACES.
       01  WS-LOG-FROM-ACCT-ID       PIC X(12) VALUE SPACES.
       01  WS-LOG-TO-ACCT-ID         PIC X(12) VALUE SPACES.
       01  WS-LOG-AMOUNT             PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-LOG-REASON-CODE        PIC X(04) VALUE SPACES.
       01  WS-LOG-TELLER-ID          PIC X(08) VALUE SPACES.
       01  WS-LOG-BRANCH             PIC X(04) VALUE SPACES.

       01  WS-CUST-NO                PIC X(06) VALUE SPACES.
       01  WS-OWNER-NAME             PIC X(75) VALUE SPACES.
       01  WS-NAME-PTR               PIC 9(03) VALUE 1.
       01  WS-BEST-EFF-DATE          PIC 9(08) VALUE 0.
       01  WS-MAIL-ADDRESS.
           05  WS-MAIL-LINE-1        PIC X(30).
           05  WS-MAIL-LINE-2        PIC X(30).
           05  WS-MAIL-CITY          PIC X(20).
           05  WS-MAIL-STATE         PIC X(02).
           05  WS-MAIL-ZIP           PIC X(10).

       01  WS-AGE-FLAG               PIC X(14) VALUE SPACES.
       01  WS-EDIT-AMT               PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS              PIC -ZZZ9.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ        PIC 9(06) VALUE 0.
           05  WS-CASES-OPENED       PIC 9(06) VALUE 0.
           05  WS-CLAIMS-REJECTED    PIC 9(06) VALUE 0.
           05  WS-OUTCOMES-READ      PIC 9(06) VALUE 0.
           05  WS-CASES-WON          PIC 9(06) VALUE 0.
           05  WS-CASES-LOST         PIC 9(06) VALUE 0.
           05  WS-OUTCOMES-UNMATCHED PIC 9(06) VALUE 0.
           05  WS-CASES-STILL-OPEN   PIC 9(06) VALUE 0.
           05  WS-CASES-PAST-DUE     PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           PERFORM 1000-READ-DISPUTE-PARM

           OPEN I-O DISPUTE-CASE-FILE
           IF WS-DSP-FILE-STATUS = "35"
               OPEN OUTPUT DISPUTE-CASE-FILE
               CLOSE DISPUTE-CASE-FILE
               OPEN I-O DISPUTE-CASE-FILE
           END-IF
           OPEN I-O ACCT-MASTER-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT CUST-XREF-FILE
           OPEN INPUT ADDRESS-MASTER-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-TRAIL-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "CARD DISPUTE LOG - RUN DATE " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

      *    Claims keyed by the branch open new cases.
           OPEN INPUT INTAKE-FILE
           IF WS-INTK-FILE-STATUS = "00"
               SET WS-INTK-OPEN TO TRUE
               PERFORM 2000-OPEN-ONE-CASE
                   UNTIL WS-INTK-FILE-STATUS = "10"
               CLOSE INTAKE-FILE
           END-IF

      *    The processor's chargeback decisions close them.
           OPEN INPUT OUTCOME-FILE
           IF WS-OUTC-FILE-STATUS = "00"
               SET WS-OUTC-OPEN TO TRUE
               PERFORM 3000-CLOSE-ONE-CASE
                   UNTIL WS-OUTC-FILE-STATUS = "10"
               CLOSE OUTCOME-FILE
           END-IF

      *    Whatever is left open ages against its deadline.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "OPEN CASES AGED AGAINST THE RESOLUTION DEADLINE"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO DSP-PROCESSOR-REF
           START DISPUTE-CASE-FILE
               KEY IS NOT LESS THAN DSP-PROCESSOR-REF
               INVALID KEY
                   MOVE "10" TO WS-DSP-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-DSP-FILE-STATUS
           END-START
           PERFORM 4000-AGE-ONE-CASE
               UNTIL WS-DSP-FILE-STATUS = "10"

           CLOSE DISPUTE-CASE-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-XREF-FILE
           CLOSE ADDRESS-MASTER-FILE
           CLOSE NOTICE-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE

           DISPLAY "CARD-DISP: claims read       " WS-CLAIMS-READ
           DISPLAY "CARD-DISP: cases opened      " WS-CASES-OPENED
           DISPLAY "CARD-DISP: claims rejected   " WS-CLAIMS-REJECTED
           DISPLAY "CARD-DISP: outcomes read     " WS-OUTCOMES-READ
           DISPLAY "CARD-DISP: cases won         " WS-CASES-WON
           DISPLAY "CARD-DISP: cases lost        " WS-CASES-LOST
           DISPLAY "CARD-DISP: outcomes no case  "
                   WS-OUTCOMES-UNMATCHED
           DISPLAY "CARD-DISP: cases still open  " WS-CASES-STILL-OPEN
           DISPLAY "CARD-DISP: cases past due    " WS-CASES-PAST-DUE

           IF WS-CLAIMS-REJECTED > 0 OR WS-OUTCOMES-UNMATCHED > 0
               OR WS-CASES-PAST-DUE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * The resolution deadline and the warning window come off a
      * one-line parameter file so the regulation's numbers can
      * move without a recompile.  A missing deadline is a hard
      * stop; the warning window may be zero.
      *----------------------------------------------------------
       1000-READ-DISPUTE-PARM.
           OPEN INPUT DISPUTE-PARM-FILE
           READ DISPUTE-PARM-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE DISPUTE-PARM-FILE
           IF PARM-RESOLVE-DAYS IS NUMERIC
               MOVE PARM-RESOLVE-DAYS TO WS-RESOLVE-DAYS
           END-IF
           IF PARM-WARN-DAYS IS NUMERIC
               MOVE PARM-WARN-DAYS TO WS-WARN-DAYS
           END-IF
           IF WS-RESOLVE-DAYS = 0
               DISPLAY "CARD-DISP: NO RESOLUTION DAYS ON DISPPARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------
      * One claim: validate it like a CARD-SETL credit, open the
      * case and post the provisional credit.  A claim against a
      * reference that already has a case is refused - the
      * customer is never credited twice for one item.
      *----------------------------------------------------------
       2000-OPEN-ONE-CASE.
           READ INTAKE-FILE
               AT END
                   MOVE "10" TO WS-INTK-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-CLAIMS-READ
                   PERFORM 2100-VALIDATE-AND-POST-CLAIM THRU 2100-EXIT
                   PERFORM 2900-LOG-PROVISIONAL-CREDIT
                   IF WS-ITEM-REJECTED
                       ADD 1 TO WS-CLAIMS-REJECTED
                       PERFORM 2950-REPORT-REJECTED-CLAIM
                   ELSE
                       ADD 1 TO WS-CASES-OPENED
                       PERFORM 2500-WRITE-CASE
                   END-IF
           END-READ.

       2100-VALIDATE-AND-POST-CLAIM.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           IF INTK-PROCESSOR-REF = SPACES
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "NO PROCESSOR REFERENCE" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF INTK-AMOUNT IS NOT NUMERIC OR INTK-AMOUNT = 0
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "INVALID DISPUTE AMOUNT" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF

           MOVE INTK-PROCESSOR-REF TO DSP-PROCESSOR-REF
           READ DISPUTE-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "CASE ALREADY ON FILE" TO WS-REJECT-REASON
                   GO TO 2100-EXIT
           END-READ

           CALL "CKDIGIT" USING INTK-ACCT-ID WS-CKDIGIT-VALID-FLAG
           IF NOT WS-CKDIGIT-VALID
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "CHECK DIGIT INVALID" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF

           MOVE INTK-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
                   GO TO 2100-EXIT
           END-READ
           IF MST-FROZEN OR MST-CLOSED
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "ACCOUNT FROZEN/CLOSED" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF

           ADD INTK-AMOUNT TO MST-BALANCE
           ADD 1 TO MST-UPDATE-SEQ
           REWRITE MST-ACCOUNT
               INVALID KEY
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The case ages from the day the customer made the claim
      * (today when the branch left the date off).
      *----------------------------------------------------------
       2500-WRITE-CASE.
           MOVE SPACES TO DSP-RECORD
           MOVE INTK-PROCESSOR-REF TO DSP-PROCESSOR-REF
           MOVE INTK-ACCT-ID TO DSP-ACCT-ID
           MOVE INTK-AMOUNT TO DSP-AMOUNT
           MOVE INTK-REASON-CODE TO DSP-REASON-CODE
           IF INTK-CLAIM-DATE IS NUMERIC AND INTK-CLAIM-DATE > 0
               MOVE INTK-CLAIM-DATE TO DSP-OPEN-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO DSP-OPEN-DATE
           END-IF
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(DSP-OPEN-DATE)
               + WS-RESOLVE-DAYS
           COMPUTE DSP-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           SET DSP-OPEN TO TRUE
           MOVE 0 TO DSP-CLOSE-DATE
           MOVE 0 TO DSP-REVERSED-AMOUNT
           MOVE INTK-TELLER-ID TO DSP-TELLER-ID
           MOVE INTK-BRANCH TO DSP-BRANCH
           WRITE DSP-RECORD
               INVALID KEY
                   DISPLAY "CARD-DISP: case write failed "
                           DSP-PROCESSOR-REF
           END-WRITE

           MOVE DSP-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "OPENED   " DSP-PROCESSOR-REF " " DSP-ACCT-ID
               " " WS-EDIT-AMT " DUE " DSP-DEADLINE-DATE
               " RSN " DSP-REASON-CODE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * Every claim - credited or refused - goes to the audit
      * trail under the DISPUTE type with the provisional-credit
      * reason code, keyed by the teller who took it.
      *----------------------------------------------------------
       2900-LOG-PROVISIONAL-CREDIT.
           MOVE "DISPUTE" TO WS-LOG-TRAN-TYPE
           MOVE SPACES TO WS-LOG-FROM-ACCT-ID
           MOVE INTK-ACCT-ID TO WS-LOG-TO-ACCT-ID
           MOVE 0 TO WS-LOG-AMOUNT
           IF INTK-AMOUNT IS NUMERIC
               MOVE INTK-AMOUNT TO WS-LOG-AMOUNT
           END-IF
           MOVE "DSPC" TO WS-LOG-REASON-CODE
           MOVE INTK-TELLER-ID TO WS-LOG-TELLER-ID
           MOVE INTK-BRANCH TO WS-LOG-BRANCH
           PERFORM 7000-WRITE-AUDIT-ENTRY.

       2950-REPORT-REJECTED-CLAIM.
           MOVE SPACES TO RPT-LINE
           STRING "REFUSED  " INTK-PROCESSOR-REF " " INTK-ACCT-ID
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "CARD-DISP: claim refused " INTK-PROCESSOR-REF
                   " - " WS-REJECT-REASON.

      *----------------------------------------------------------
      * One chargeback outcome.  Only an open case can close; an
      * outcome for an unknown or already-closed reference is
      * listed for the card operations desk.
      *----------------------------------------------------------
       3000-CLOSE-ONE-CASE.
           READ OUTCOME-FILE
               AT END
                   MOVE "10" TO WS-OUTC-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-OUTCOMES-READ
                   PERFORM 3100-APPLY-OUTCOME THRU 3100-EXIT
           END-READ.

       3100-APPLY-OUTCOME.
           MOVE OUTC-PROCESSOR-REF TO DSP-PROCESSOR-REF
           READ DISPUTE-CASE-FILE
               INVALID KEY
                   MOVE "NO CASE ON FILE" TO WS-REJECT-REASON
                   PERFORM 3900-REPORT-UNMATCHED-OUTCOME
                   GO TO 3100-EXIT
           END-READ
           IF NOT DSP-OPEN
               MOVE "CASE ALREADY CLOSED" TO WS-REJECT-REASON
               PERFORM 3900-REPORT-UNMATCHED-OUTCOME
               GO TO 3100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN OUTC-CARDHOLDER-WON
                   PERFORM 3200-MAKE-CREDIT-FINAL
               WHEN OUTC-CARDHOLDER-LOST
                   PERFORM 3300-REVERSE-CREDIT
               WHEN OTHER
                   MOVE "INVALID OUTCOME CODE" TO WS-REJECT-REASON
                   PERFORM 3900-REPORT-UNMATCHED-OUTCOME
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Won: the provisional credit stands.  No money moves; the
      * case closes and a MAINT entry marks the credit final.
      *----------------------------------------------------------
       3200-MAKE-CREDIT-FINAL.
           ADD 1 TO WS-CASES-WON
           SET DSP-WON TO TRUE
           MOVE WS-CURRENT-DATE TO DSP-CLOSE-DATE
           REWRITE DSP-RECORD

           MOVE "N" TO WS-REJECT-FLAG
           MOVE "MAINT" TO WS-LOG-TRAN-TYPE
           MOVE SPACES TO WS-LOG-FROM-ACCT-ID
           MOVE DSP-ACCT-ID TO WS-LOG-TO-ACCT-ID
           MOVE DSP-AMOUNT TO WS-LOG-AMOUNT
           MOVE "DSPF" TO WS-LOG-REASON-CODE
           MOVE SPACES TO WS-LOG-TELLER-ID
           MOVE SPACES TO WS-LOG-BRANCH
           PERFORM 7000-WRITE-AUDIT-ENTRY

           MOVE DSP-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "WON      " DSP-PROCESSOR-REF " " DSP-ACCT-ID
               " " WS-EDIT-AMT " CREDIT FINAL"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * Lost: the provisional credit comes back off the account -
      * overdrawing it if need be, since the money was never the
      * customer's - and the customer is told why.  A closed or
      * vanished account cannot be debited; the case still
      * closes, with nothing reversed, for the branch to recover.
      *----------------------------------------------------------
       3300-REVERSE-CREDIT.
           ADD 1 TO WS-CASES-LOST
           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE DSP-ACCT-ID TO MST-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
           END-READ
           IF NOT WS-ITEM-REJECTED AND MST-CLOSED
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
           END-IF
           IF NOT WS-ITEM-REJECTED
               SUBTRACT DSP-AMOUNT FROM MST-BALANCE
               ADD 1 TO MST-UPDATE-SEQ
               REWRITE MST-ACCOUNT
                   INVALID KEY
                       SET WS-ITEM-REJECTED TO TRUE
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
               END-REWRITE
           END-IF

           SET DSP-LOST TO TRUE
           MOVE WS-CURRENT-DATE TO DSP-CLOSE-DATE
           IF WS-ITEM-REJECTED
               MOVE 0 TO DSP-REVERSED-AMOUNT
           ELSE
               MOVE DSP-AMOUNT TO DSP-REVERSED-AMOUNT
           END-IF
           REWRITE DSP-RECORD

           MOVE "DISPUTE" TO WS-LOG-TRAN-TYPE
           MOVE DSP-ACCT-ID TO WS-LOG-FROM-ACCT-ID
           MOVE SPACES TO WS-LOG-TO-ACCT-ID
           MOVE DSP-AMOUNT TO WS-LOG-AMOUNT
           MOVE "DSPR" TO WS-LOG-REASON-CODE
           MOVE SPACES TO WS-LOG-TELLER-ID
           MOVE SPACES TO WS-LOG-BRANCH
           PERFORM 7000-WRITE-AUDIT-ENTRY

           MOVE DSP-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           IF WS-ITEM-REJECTED
               STRING "LOST     " DSP-PROCESSOR-REF " " DSP-ACCT-ID
                   " " WS-EDIT-AMT " NOT REVERSED - "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "LOST     " DSP-PROCESSOR-REF " " DSP-ACCT-ID
                   " " WS-EDIT-AMT " CREDIT REVERSED"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           PERFORM 6000-LOOKUP-OWNER-DETAILS THRU 6000-EXIT
           PERFORM 5000-SEND-LOSS-NOTICE.

       3900-REPORT-UNMATCHED-OUTCOME.
           ADD 1 TO WS-OUTCOMES-UNMATCHED
           MOVE SPACES TO RPT-LINE
           STRING "OUTCOME  " OUTC-PROCESSOR-REF " " OUTC-RESULT
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * Age one case.  Days left runs to the regulatory deadline;
      * past it the case is overdue, inside the warning window it
      * is due soon.
      *----------------------------------------------------------
       4000-AGE-ONE-CASE.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DSP-FILE-STATUS
               NOT AT END
                   IF DSP-OPEN
                       PERFORM 4100-AGE-OPEN-CASE
                   END-IF
           END-READ.

       4100-AGE-OPEN-CASE.
           ADD 1 TO WS-CASES-STILL-OPEN
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(DSP-OPEN-DATE)
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER - WS-WORK-INTEGER
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(DSP-DEADLINE-DATE)
           COMPUTE WS-DAYS-LEFT = WS-WORK-INTEGER - WS-TODAY-INTEGER

           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   ADD 1 TO WS-CASES-PAST-DUE
                   MOVE "PAST DEADLINE" TO WS-AGE-FLAG
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "DUE SOON" TO WS-AGE-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-AGE-FLAG
           END-EVALUATE

           MOVE DSP-AMOUNT TO WS-EDIT-AMT
           MOVE WS-DAYS-OPEN TO WS-EDIT-DAYS
           MOVE SPACES TO RPT-LINE
           STRING "OPEN     " DSP-PROCESSOR-REF " " DSP-ACCT-ID
               " " WS-EDIT-AMT " DAYS " WS-EDIT-DAYS
               " DUE " DSP-DEADLINE-DATE " " WS-AGE-FLAG
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * The loss notice: the owner's mailing block, the item and
      * the amount taken back.
      *----------------------------------------------------------
       5000-SEND-LOSS-NOTICE.
           MOVE SPACES TO NTC-LINE
           MOVE WS-OWNER-NAME TO NTC-LINE
           WRITE NTC-LINE
           IF WS-BEST-EFF-DATE > 0
               MOVE SPACES TO NTC-LINE
               MOVE WS-MAIL-LINE-1 TO NTC-LINE
               WRITE NTC-LINE
               IF WS-MAIL-LINE-2 NOT = SPACES
                   MOVE SPACES TO NTC-LINE
                   MOVE WS-MAIL-LINE-2 TO NTC-LINE
                   WRITE NTC-LINE
               END-IF
               MOVE SPACES TO NTC-LINE
               STRING WS-MAIL-CITY ", " WS-MAIL-STATE " " WS-MAIL-ZIP
                   DELIMITED BY SIZE INTO NTC-LINE
               WRITE NTC-LINE
           END-IF
           MOVE DSP-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO NTC-LINE
           STRING "RE: CARD DISPUTE " DSP-PROCESSOR-REF
               " ON ACCOUNT " DSP-ACCT-ID
               DELIMITED BY SIZE INTO NTC-LINE
           WRITE NTC-LINE
           MOVE SPACES TO NTC-LINE
           STRING "OUR INVESTIGATION FOUND THE CHARGE VALID. THE "
               "PROVISIONAL CREDIT OF " WS-EDIT-AMT
               DELIMITED BY SIZE INTO NTC-LINE
           WRITE NTC-LINE
           MOVE SPACES TO NTC-LINE
           STRING "HAS BEEN REVERSED AS OF " WS-CURRENT-DATE
               ". YOU MAY REQUEST THE DOCUMENTS WE RELIED ON."
               DELIMITED BY SIZE INTO NTC-LINE
           WRITE NTC-LINE
           MOVE SPACES TO NTC-LINE
           WRITE NTC-LINE.

      *----------------------------------------------------------
      * Owner details for the notice, the ACCT-ESCH lookup: the
      * cross-referenced primary customer, the FORMAT-NAME
      * addressee line, and the newest address in effect.  An
      * account with no owner on file still gets its notice with
      * the account ID standing in for the addressee.
      *----------------------------------------------------------
       6000-LOOKUP-OWNER-DETAILS.
           MOVE SPACES TO WS-CUST-NO
           MOVE SPACES TO WS-OWNER-NAME
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE SPACES TO WS-MAIL-ADDRESS

           MOVE DSP-ACCT-ID TO XREF-ACCT-ID
           MOVE LOW-VALUES TO XREF-CUST-NO
           START CUST-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   MOVE "10" TO WS-XREF-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-XREF-FILE-STATUS
           END-START
           PERFORM 6100-SCAN-ONE-XREF
               UNTIL WS-XREF-FILE-STATUS = "10"

           IF WS-CUST-NO = SPACES
               MOVE DSP-ACCT-ID TO WS-OWNER-NAME
               GO TO 6000-EXIT
           END-IF

           MOVE WS-CUST-NO TO CUS-CUST-NO
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE WS-CUST-NO TO WS-OWNER-NAME
                   GO TO 6000-EXIT
           END-READ
           PERFORM 6200-FORMAT-OWNER-NAME
           PERFORM 6300-FIND-BEST-ADDRESS.

       6000-EXIT.
           EXIT.

       6100-SCAN-ONE-XREF.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-XREF-FILE-STATUS
               NOT AT END
                   IF XREF-ACCT-ID NOT = DSP-ACCT-ID
                       MOVE "10" TO WS-XREF-FILE-STATUS
                   ELSE
                       IF XREF-ROLE-PRIMARY
                           MOVE XREF-CUST-NO TO WS-CUST-NO
                       ELSE
                           IF WS-CUST-NO = SPACES
                               MOVE XREF-CUST-NO TO WS-CUST-NO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       6200-FORMAT-OWNER-NAME.
           MOVE SPACES TO WS-OWNER-NAME
           MOVE 1 TO WS-NAME-PTR
           STRING CUS-LAST-NAME DELIMITED BY SPACES
                  ", " DELIMITED BY SIZE
                  CUS-FIRST-NAME DELIMITED BY SPACES
                  INTO WS-OWNER-NAME
                  WITH POINTER WS-NAME-PTR
           END-STRING
           IF CUS-MIDDLE-NAME NOT = SPACES
               STRING " " DELIMITED BY SIZE
                      CUS-MIDDLE-NAME DELIMITED BY SPACES
                      INTO WS-OWNER-NAME
                      WITH POINTER WS-NAME-PTR
               END-STRING
           END-IF
           IF CUS-SUFFIX NOT = SPACES
               STRING " " DELIMITED BY SIZE
                      CUS-SUFFIX DELIMITED BY SPACES
                      INTO WS-OWNER-NAME
                      WITH POINTER WS-NAME-PTR
               END-STRING
           END-IF.

       6300-FIND-BEST-ADDRESS.
           MOVE WS-CUST-NO TO ADDR-CUST-NO
           MOVE 0 TO ADDR-EFF-DATE
           START ADDRESS-MASTER-FILE KEY IS NOT LESS THAN ADDR-KEY
               INVALID KEY
                   MOVE "10" TO WS-ADDR-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ADDR-FILE-STATUS
           END-START
           PERFORM 6310-SCAN-ONE-ADDRESS
               UNTIL WS-ADDR-FILE-STATUS = "10".

       6310-SCAN-ONE-ADDRESS.
           READ ADDRESS-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ADDR-FILE-STATUS
               NOT AT END
                   IF ADDR-CUST-NO NOT = WS-CUST-NO
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
      * One audit entry off the WS-LOG fields; a refused claim or
      * an unrecoverable reversal is logged REJECTED with its
      * reason, everything else POSTED.
      *----------------------------------------------------------
       7000-WRITE-AUDIT-ENTRY.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           MOVE WS-LOG-TRAN-TYPE TO AUDIT-TRAN-TYPE
           MOVE WS-LOG-FROM-ACCT-ID TO AUDIT-FROM-ACCT-ID
           MOVE WS-LOG-TO-ACCT-ID TO AUDIT-TO-ACCT-ID
           MOVE WS-LOG-AMOUNT TO AUDIT-AMOUNT
           MOVE WS-LOG-REASON-CODE TO AUDIT-REASON-CODE
           IF WS-ITEM-REJECTED
               SET AUDIT-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO AUDIT-REJECT-REASON
           ELSE
               SET AUDIT-POSTED TO TRUE
               MOVE SPACES TO AUDIT-REJECT-REASON
           END-IF
           MOVE SPACE TO AUDIT-NEW-STATUS
           MOVE SPACES TO AUDIT-CURRENCY
           MOVE SPACES TO AUDIT-TO-CURRENCY
           MOVE 0 TO AUDIT-CONV-RATE
           MOVE 0 TO AUDIT-TO-AMOUNT
           MOVE WS-LOG-TELLER-ID TO AUDIT-TELLER-ID
           MOVE WS-LOG-BRANCH TO AUDIT-BRANCH
           CALL "AUDSEQNO" USING AUDIT-SEQ-NO
           WRITE AUDIT-RECORD.
