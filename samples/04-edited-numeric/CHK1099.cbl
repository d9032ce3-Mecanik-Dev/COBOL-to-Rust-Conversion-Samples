      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: year-end 1099 reporting for check disbursements.
      * Accounts payable used to build the 1099s every January from
      * check stubs in a spreadsheet, because a check only carried
      * a free-form payee name.  Requests now name a PAYEEMST payee
      * and CHK-PRINT carries the payee ID onto the register, so
      * this job totals the year's CHKREG payments per payee -
      * every check issued in the tax year and not voided, paid or
      * still outstanding - and, for each payee flagged reportable,
      * prints the 1099 form led by the payee's mailing block and
      * writes the IRS filing extract with a payer header and a
      * control trailer, the way ACCT-YTAX produces the interest
      * forms.  Reportable payees under the filing minimum, and
      * payments to payees not flagged reportable, go to a
      * separate suppressed-form report instead of the extract.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHK-1099.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE ASSIGN TO "F1099PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHKR-CHECK-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAYE-PAYEE-ID
               FILE STATUS IS WS-PAYE-FILE-STATUS.

           SELECT FORM-REPORT-FILE ASSIGN TO "F1099RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT IRS-EXTRACT-FILE ASSIGN TO "F1099EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT SUPPRESSED-REPORT-FILE ASSIGN TO "F1099SUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-TAX-YEAR         PIC 9(04).
           05  PARM-MINIMUM-TEXT     PIC X(12).
           05  PARM-PAYER-TIN        PIC X(09).
           05  PARM-PAYER-NAME       PIC X(40).
           05  FILLER                PIC X(15).

       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKREG.

       FD  PAYEE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYEEREC.

       FD  FORM-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(100).

       FD  IRS-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXT-RECORD.
           05  EXT-REC-TYPE          PIC X(01).
           05  FILLER                PIC X(199).
       01  EXT-HEADER-RECORD REDEFINES EXT-RECORD.
           05  FILLER                PIC X(01).
           05  EXT-HDR-TAX-YEAR      PIC 9(04).
           05  EXT-HDR-PAYER-TIN     PIC X(09).
           05  EXT-HDR-PAYER-NAME    PIC X(40).
           05  FILLER                PIC X(146).
       01  EXT-DETAIL-RECORD REDEFINES EXT-RECORD.
           05  FILLER                PIC X(01).
           05  EXT-DTL-TAX-YEAR      PIC 9(04).
           05  EXT-DTL-PAYEE-ID      PIC X(08).
           05  EXT-DTL-TIN-TYPE      PIC X(01).
           05  EXT-DTL-TIN           PIC X(09).
           05  EXT-DTL-PAYEE-NAME    PIC X(75).
           05  EXT-DTL-ADDR-LINE-1   PIC X(30).
           05  EXT-DTL-CITY          PIC X(20).
           05  EXT-DTL-STATE         PIC X(02).
           05  EXT-DTL-ZIP           PIC X(10).
           05  EXT-DTL-AMOUNT        PIC S9(9)V99.
           05  FILLER                PIC X(29).
       01  EXT-TRAILER-RECORD REDEFINES EXT-RECORD.
           05  FILLER                PIC X(01).
           05  EXT-TRL-PAYEE-COUNT   PIC 9(06).
           05  EXT-TRL-AMOUNT        PIC S9(11)V99.
           05  FILLER                PIC X(180).

       FD  SUPPRESSED-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUPR-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-REG-FILE-STATUS        PIC X(02).
       01  WS-PAYE-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-EXT-FILE-STATUS        PIC X(02).
       01  WS-SUPR-FILE-STATUS       PIC X(02).

       01  WS-TAX-YEAR               PIC 9(04) VALUE 0.
       01  WS-YEAR-FROM-DATE         PIC 9(08) VALUE 0.
       01  WS-YEAR-TO-DATE           PIC 9(08) VALUE 0.
       01  WS-REPORT-MINIMUM         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-PAYER-TIN              PIC X(09) VALUE SPACES.
       01  WS-PAYER-NAME             PIC X(40) VALUE SPACES.

      *    Payments accumulated per payee ID off the year's
      *    register, matched to the payee master afterwards.
       01  WS-PAY-TABLE-CTL.
           05  WS-PAY-COUNT         PIC 9(04) VALUE 0.
           05  WS-PAY-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-PAY-COUNT
                   INDEXED BY WS-PAY-IDX.
               10  PAY-PAYEE-ID     PIC X(08).
               10  PAY-AMOUNT       PIC S9(9)V99 COMP-3.
               10  PAY-CHECK-COUNT  PIC 9(05) COMP-3.

       01  WS-PAYEE-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-PAYEE-CHECKS           PIC 9(05) VALUE 0.
       01  WS-PAYEE-FOUND-SW         PIC X(01) VALUE "N".
           88  WS-PAYEE-FOUND            VALUE "Y".

       01  WS-PAYEE-FULL-NAME        PIC X(75) VALUE SPACES.
       01  WS-PAYEE-NAME-PTR         PIC 9(03) VALUE 1.

       01  WS-EDIT-AMT               PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT             PIC ZZZZ9.

       01  WS-COUNTERS.
           05  WS-CHECKS-READ        PIC 9(06) VALUE 0.
           05  WS-CHECKS-COUNTED     PIC 9(06) VALUE 0.
           05  WS-CHECKS-NO-PAYEE    PIC 9(06) VALUE 0.
           05  WS-PAYEES-REPORTED    PIC 9(06) VALUE 0.
           05  WS-PAYEES-SUPPRESSED  PIC 9(06) VALUE 0.
           05  WS-EXTRACT-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-READ-TAX-PARM

           OPEN INPUT CHECK-REGISTER-FILE
           PERFORM 2000-ACCUMULATE-ONE-CHECK
               UNTIL WS-REG-FILE-STATUS = "10"
           CLOSE CHECK-REGISTER-FILE

           OPEN INPUT PAYEE-MASTER-FILE
           OPEN OUTPUT FORM-REPORT-FILE
           OPEN OUTPUT IRS-EXTRACT-FILE
           OPEN OUTPUT SUPPRESSED-REPORT-FILE

           PERFORM 7000-WRITE-EXTRACT-HEADER
           PERFORM 3000-REPORT-ONE-PAYEE
               UNTIL WS-PAYE-FILE-STATUS = "10"
           PERFORM 8000-WRITE-EXTRACT-TRAILER

           CLOSE PAYEE-MASTER-FILE
           CLOSE FORM-REPORT-FILE
           CLOSE IRS-EXTRACT-FILE
           CLOSE SUPPRESSED-REPORT-FILE

           DISPLAY "CHK-1099: checks read        " WS-CHECKS-READ
           DISPLAY "CHK-1099: checks counted     " WS-CHECKS-COUNTED
           DISPLAY "CHK-1099: checks w/o payee   " WS-CHECKS-NO-PAYEE
           DISPLAY "CHK-1099: payees reported    " WS-PAYEES-REPORTED
           DISPLAY "CHK-1099: payees suppressed  " WS-PAYEES-SUPPRESSED
           STOP RUN.

      *----------------------------------------------------------
      * The tax year, the filing minimum and the payer's own tax
      * ID and name come off a one-line parameter file, the ACCT-
      * YTAX pattern.  A missing card, year or payer TIN is a hard
      * stop - the IRS rejects a file that cannot name its payer.
      *----------------------------------------------------------
       1000-READ-TAX-PARM.
           OPEN INPUT TAX-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CHK-1099: F1099PRM OPEN FAILED, STATUS "
                       WS-PARM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAX-PARM-FILE
               AT END
                   DISPLAY "CHK-1099: NO PARAMETER CARD ON F1099PRM"
                   CLOSE TAX-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE TAX-PARM-FILE
           IF PARM-TAX-YEAR IS NUMERIC
               MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
           END-IF
           IF PARM-PAYER-TIN IS NUMERIC
               MOVE PARM-PAYER-TIN TO WS-PAYER-TIN
           END-IF
           IF WS-TAX-YEAR = 0 OR WS-PAYER-TIN = SPACES
               DISPLAY "CHK-1099: NO TAX YEAR OR PAYER TIN ON F1099PRM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-PAYER-NAME TO WS-PAYER-NAME
           COMPUTE WS-YEAR-FROM-DATE = WS-TAX-YEAR * 10000 + 101
           COMPUTE WS-YEAR-TO-DATE = WS-TAX-YEAR * 10000 + 1231
           COMPUTE WS-REPORT-MINIMUM =
               FUNCTION NUMVAL(PARM-MINIMUM-TEXT).

      *----------------------------------------------------------
      * Every check issued in the year and not voided is a payment
      * - a stale check voided back to unclaimed funds is not, and
      * its reissue counts under the reissue date instead.  A
      * check cut before the payee master, or to a one-off payee,
      * has no payee ID and cannot be attributed; it is counted
      * so the gap is visible.
      *----------------------------------------------------------
       2000-ACCUMULATE-ONE-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REG-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-CHECKS-READ
                   IF NOT CHKR-VOIDED
                       AND CHKR-ISSUE-DATE >= WS-YEAR-FROM-DATE
                       AND CHKR-ISSUE-DATE <= WS-YEAR-TO-DATE
                       PERFORM 2100-ADD-TO-PAY-TABLE THRU 2100-EXIT
                   END-IF
           END-READ.

       2100-ADD-TO-PAY-TABLE.
           IF CHKR-PAYEE-ID = SPACES
               ADD 1 TO WS-CHECKS-NO-PAYEE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CHECKS-COUNTED
           IF WS-PAY-COUNT > 0
               SET WS-PAY-IDX TO 1
               SEARCH WS-PAY-ENTRY
                   AT END
                       PERFORM 2200-NEW-PAY-ROW THRU 2200-EXIT
                   WHEN PAY-PAYEE-ID(WS-PAY-IDX) = CHKR-PAYEE-ID
                       ADD CHKR-AMOUNT TO PAY-AMOUNT(WS-PAY-IDX)
                       ADD 1 TO PAY-CHECK-COUNT(WS-PAY-IDX)
               END-SEARCH
           ELSE
               PERFORM 2200-NEW-PAY-ROW THRU 2200-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

       2200-NEW-PAY-ROW.
           IF WS-PAY-COUNT = 1000
               DISPLAY "CHK-1099: payee table full"
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           MOVE CHKR-PAYEE-ID TO PAY-PAYEE-ID(WS-PAY-IDX)
           MOVE CHKR-AMOUNT TO PAY-AMOUNT(WS-PAY-IDX)
           MOVE 1 TO PAY-CHECK-COUNT(WS-PAY-IDX).

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One payee: look up the year's total, then report,
      * suppress, or skip (nothing paid at all).
      *----------------------------------------------------------
       3000-REPORT-ONE-PAYEE.
           READ PAYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-PAYE-FILE-STATUS
               NOT AT END
                   PERFORM 3100-ASSESS-ONE-PAYEE THRU 3100-EXIT
           END-READ.

       3100-ASSESS-ONE-PAYEE.
           MOVE "N" TO WS-PAYEE-FOUND-SW
           MOVE 0 TO WS-PAYEE-TOTAL
           MOVE 0 TO WS-PAYEE-CHECKS
           IF WS-PAY-COUNT = 0
               GO TO 3100-EXIT
           END-IF
           SET WS-PAY-IDX TO 1
           SEARCH WS-PAY-ENTRY
               AT END
                   CONTINUE
               WHEN PAY-PAYEE-ID(WS-PAY-IDX) = PAYE-PAYEE-ID
                   SET WS-PAYEE-FOUND TO TRUE
                   MOVE PAY-AMOUNT(WS-PAY-IDX) TO WS-PAYEE-TOTAL
                   MOVE PAY-CHECK-COUNT(WS-PAY-IDX) TO WS-PAYEE-CHECKS
           END-SEARCH

           IF NOT WS-PAYEE-FOUND OR WS-PAYEE-TOTAL = 0
               GO TO 3100-EXIT
           END-IF

           PERFORM 4100-FORMAT-PAYEE-NAME THRU 4100-EXIT
           IF PAYE-NOT-REPORTABLE
               OR WS-PAYEE-TOTAL < WS-REPORT-MINIMUM
               ADD 1 TO WS-PAYEES-SUPPRESSED
               PERFORM 5000-WRITE-SUPPRESSED-LINE
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-PAYEES-REPORTED
           PERFORM 4000-PRINT-1099-FORM
           PERFORM 4500-WRITE-EXTRACT-DETAIL.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * One printed form: the payer, the payee's mailing block
      * under the FORMAT-NAME addressee line, the payee's tax ID,
      * and the year's total.
      *----------------------------------------------------------
       4000-PRINT-1099-FORM.
           MOVE SPACES TO RPT-LINE
           STRING "FORM 1099-NEC  TAX YEAR " WS-TAX-YEAR
               "  PAYER " WS-PAYER-NAME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PAYER TIN " WS-PAYER-TIN
               "   RECIPIENT TIN " PAYE-TAX-ID
               "   PAYEE " PAYE-PAYEE-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE WS-PAYEE-FULL-NAME TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE PAYE-ADDR-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           IF PAYE-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO RPT-LINE
               MOVE PAYE-ADDR-LINE-2 TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING PAYE-CITY ", " PAYE-STATE " " PAYE-ZIP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-PAYEE-TOTAL TO WS-EDIT-AMT
           MOVE WS-PAYEE-CHECKS TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "  NONEMPLOYEE COMPENSATION: " WS-EDIT-AMT
               "  (" WS-EDIT-COUNT " CHECKS)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * "Last, First Middle Suffix", the same shape CALL-PATTERN's
      * FORMAT-NAME produces.  A business payee carries its name
      * in the last-name part alone, so no comma is added then.
      *----------------------------------------------------------
       4100-FORMAT-PAYEE-NAME.
           MOVE SPACES TO WS-PAYEE-FULL-NAME
           MOVE 1 TO WS-PAYEE-NAME-PTR
           IF PAYE-FIRST-NAME = SPACES
               MOVE PAYE-LAST-NAME TO WS-PAYEE-FULL-NAME
               GO TO 4100-EXIT
           END-IF
           STRING PAYE-LAST-NAME DELIMITED BY SPACES
                  ", " DELIMITED BY SIZE
                  PAYE-FIRST-NAME DELIMITED BY SPACES
                  INTO WS-PAYEE-FULL-NAME
                  WITH POINTER WS-PAYEE-NAME-PTR
           END-STRING
           IF PAYE-MIDDLE-NAME NOT = SPACES
               STRING " " DELIMITED BY SIZE
                      PAYE-MIDDLE-NAME DELIMITED BY SPACES
                      INTO WS-PAYEE-FULL-NAME
                      WITH POINTER WS-PAYEE-NAME-PTR
               END-STRING
           END-IF
           IF PAYE-SUFFIX NOT = SPACES
               STRING " " DELIMITED BY SIZE
                      PAYE-SUFFIX DELIMITED BY SPACES
                      INTO WS-PAYEE-FULL-NAME
                      WITH POINTER WS-PAYEE-NAME-PTR
               END-STRING
           END-IF.

       4100-EXIT.
           EXIT.

       4500-WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO EXT-RECORD
           MOVE "D" TO EXT-REC-TYPE
           MOVE WS-TAX-YEAR TO EXT-DTL-TAX-YEAR
           MOVE PAYE-PAYEE-ID TO EXT-DTL-PAYEE-ID
           MOVE PAYE-TAX-ID-TYPE TO EXT-DTL-TIN-TYPE
           MOVE PAYE-TAX-ID TO EXT-DTL-TIN
           MOVE WS-PAYEE-FULL-NAME TO EXT-DTL-PAYEE-NAME
           MOVE PAYE-ADDR-LINE-1 TO EXT-DTL-ADDR-LINE-1
           MOVE PAYE-CITY TO EXT-DTL-CITY
           MOVE PAYE-STATE TO EXT-DTL-STATE
           MOVE PAYE-ZIP TO EXT-DTL-ZIP
           MOVE WS-PAYEE-TOTAL TO EXT-DTL-AMOUNT
           WRITE EXT-RECORD
           ADD WS-PAYEE-TOTAL TO WS-EXTRACT-AMOUNT.

       5000-WRITE-SUPPRESSED-LINE.
           MOVE WS-PAYEE-TOTAL TO WS-EDIT-AMT
           MOVE SPACES TO SUPR-LINE
           IF PAYE-NOT-REPORTABLE
               STRING PAYE-PAYEE-ID "  PAID " WS-EDIT-AMT
                   "  NOT 1099-REPORTABLE - FORM SUPPRESSED"
                   DELIMITED BY SIZE INTO SUPR-LINE
           ELSE
               STRING PAYE-PAYEE-ID "  PAID " WS-EDIT-AMT
                   "  UNDER FILING MINIMUM - FORM SUPPRESSED"
                   DELIMITED BY SIZE INTO SUPR-LINE
           END-IF
           WRITE SUPR-LINE.

      *----------------------------------------------------------
      * Payer header and control trailer so the filing service
      * can prove the extract.
      *----------------------------------------------------------
       7000-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXT-RECORD
           MOVE "H" TO EXT-REC-TYPE
           MOVE WS-TAX-YEAR TO EXT-HDR-TAX-YEAR
           MOVE WS-PAYER-TIN TO EXT-HDR-PAYER-TIN
           MOVE WS-PAYER-NAME TO EXT-HDR-PAYER-NAME
           WRITE EXT-RECORD.

       8000-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXT-RECORD
           MOVE "T" TO EXT-REC-TYPE
           MOVE WS-PAYEES-REPORTED TO EXT-TRL-PAYEE-COUNT
           MOVE WS-EXTRACT-AMOUNT TO EXT-TRL-AMOUNT
           WRITE EXT-RECORD.
