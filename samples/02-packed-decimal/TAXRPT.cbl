      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: monthly sales tax liability by jurisdiction.
      * INV-PRICE taxes every line at its jurisdiction's RATETAB
      * rate and GL-POST lands the day's tax on 4200 SALES TAX
      * PAYABLE, but the ledger only knows the one total - how
      * much of it is owed to each taxing authority had to be
      * rebuilt from INVREG printouts every quarter.  This job
      * reads the month's PRICEDLN generations (concatenated under
      * the one DD, the GL-CLOSE pattern), sorts the lines priced
      * in the period by jurisdiction, and totals taxable sales,
      * exempt sales (a line that carried no tax) and tax
      * collected for each.  A credit memo is carried under the
      * original line's jurisdiction, so it nets against the
      * authority that collected the tax in the first place.
      *
      * The grand total of tax collected is reconciled to the
      * period's net credits on 4200 off the same month's GLJRNL
      * generations; a difference is printed and ends the job
      * with CC=8 so nobody files off numbers the ledger does not
      * agree with.  Each jurisdiction also goes onto the TAXREMIT
      * remittance extract, closed by a control trailer.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE ASSIGN TO "TAXRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PRICED-LINE-FILE ASSIGN TO "PRICEDLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT TAX-REMIT-FILE ASSIGN TO "TAXREMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXR-FILE-STATUS.

           SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-TAX-PERIOD       PIC 9(06).
           05  FILLER                PIC X(74).

       FD  PRICED-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRICEDLN.

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.

       FD  TAX-REMIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXREMIT.

       FD  TAX-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-JURISDICTION      PIC X(04).
           05  SRT-TAXABLE-SALES     PIC S9(7)V99.
           05  SRT-EXEMPT-SALES      PIC S9(7)V99.
           05  SRT-TAX-AMT           PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC X(02).
       01  WS-PLN-FILE-STATUS        PIC X(02).
       01  WS-JRNL-FILE-STATUS       PIC X(02).
       01  WS-TXR-FILE-STATUS        PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-SORT-STATUS            PIC X(02).

       01  WS-TAX-PERIOD             PIC 9(06) VALUE 0.
       01  WS-LINE-PERIOD            PIC 9(06) VALUE 0.
       01  WS-TAX-GL-ACCT            PIC X(04) VALUE "4200".
       01  WS-NET-SALES              PIC S9(7)V99 COMP-3 VALUE 0.

      *    The jurisdiction whose lines are being returned.
       01  WS-CUR-JURISDICTION       PIC X(04) VALUE SPACES.
       01  WS-CUR-TAXABLE            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CUR-EXEMPT             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CUR-TAX                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CUR-LINES              PIC 9(06) VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-TAXABLE      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GRAND-EXEMPT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GRAND-TAX          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-GL-TAX-PAYABLE         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-GL-DIFFERENCE          PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(42)
               VALUE "TAX-RPT: SALES TAX LIABILITY FOR PERIOD ".
           05  RPH-PERIOD            PIC 9(06).
           05  FILLER                PIC X(84) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(12) VALUE "JURISDICTION".
           05  FILLER  PIC X(19) VALUE "      TAXABLE SALES".
           05  FILLER  PIC X(19) VALUE "       EXEMPT SALES".
           05  FILLER  PIC X(19) VALUE "      TAX COLLECTED".
           05  FILLER  PIC X(08) VALUE "   LINES".
           05  FILLER  PIC X(55) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-JURISDICTION      PIC X(12).
           05  RPD-TAXABLE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-EXEMPT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RPD-TAX               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-LINES             PIC ZZZZZ9.
           05  FILLER                PIC X(56) VALUE SPACES.

       01  WS-RPT-RECON.
           05  RPR-LABEL             PIC X(31).
           05  RPR-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(83) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-LINES-READ         PIC 9(07) VALUE 0.
           05  WS-LINES-IN-PERIOD    PIC 9(07) VALUE 0.
           05  WS-JRNLS-READ         PIC 9(07) VALUE 0.
           05  WS-JURISDICTIONS      PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-READ-TAX-PARM
           PERFORM 1500-TOTAL-GL-TAX-PAYABLE

           OPEN OUTPUT TAX-REMIT-FILE
           OPEN OUTPUT TAX-REPORT-FILE
           MOVE WS-TAX-PERIOD TO RPH-PERIOD
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-JURISDICTION
               INPUT PROCEDURE IS 2000-SELECT-PERIOD-LINES
               OUTPUT PROCEDURE IS 3000-TOTAL-JURISDICTIONS

           PERFORM 4000-PRINT-TOTALS-AND-RECON
           PERFORM 4500-WRITE-REMIT-TRAILER

           CLOSE TAX-REMIT-FILE
           CLOSE TAX-REPORT-FILE

           DISPLAY "TAX-RPT: period            " WS-TAX-PERIOD
           DISPLAY "TAX-RPT: priced lines read " WS-LINES-READ
           DISPLAY "TAX-RPT: lines in period   " WS-LINES-IN-PERIOD
           DISPLAY "TAX-RPT: jurisdictions     " WS-JURISDICTIONS
           DISPLAY "TAX-RPT: journals read     " WS-JRNLS-READ
           IF WS-GL-DIFFERENCE NOT = 0
               DISPLAY "TAX-RPT: TAX DOES NOT AGREE TO GL "
                       WS-TAX-GL-ACCT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * The period to report comes off a one-line parameter file,
      * the same way GL-CLOSE takes the period it closes.
      *----------------------------------------------------------
       1000-READ-TAX-PARM.
           OPEN INPUT TAX-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ TAX-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE TAX-PARM-FILE
               IF PARM-TAX-PERIOD IS NUMERIC
                   MOVE PARM-TAX-PERIOD TO WS-TAX-PERIOD
               END-IF
           END-IF
           IF WS-TAX-PERIOD = 0
               DISPLAY "TAX-RPT: NO PERIOD ON TAXRPARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------
      * What the ledger says was added to tax payable in the
      * period: credits less debits on the tax account.
      *----------------------------------------------------------
       1500-TOTAL-GL-TAX-PAYABLE.
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS = "00"
               PERFORM 1510-READ-ONE-JOURNAL
                   UNTIL WS-JRNL-FILE-STATUS = "10"
               CLOSE GL-JOURNAL-FILE
           ELSE
               DISPLAY "TAX-RPT: no journal for the period"
           END-IF.

       1510-READ-ONE-JOURNAL.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "10" TO WS-JRNL-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-JRNLS-READ
                   COMPUTE WS-LINE-PERIOD = JRNL-DATE / 100
                   IF WS-LINE-PERIOD = WS-TAX-PERIOD
                       AND JRNL-GL-ACCT = WS-TAX-GL-ACCT
                       IF JRNL-CREDIT
                           ADD JRNL-AMOUNT TO WS-GL-TAX-PAYABLE
                       ELSE
                           SUBTRACT JRNL-AMOUNT
                               FROM WS-GL-TAX-PAYABLE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Release every line priced in the period under its tax
      * jurisdiction.  Sales net of discount are the tax base;
      * a line that carried no tax is an exempt sale.  Credit
      * memo lines are already negative and already carry the
      * original line's jurisdiction.
      *----------------------------------------------------------
       2000-SELECT-PERIOD-LINES.
           OPEN INPUT PRICED-LINE-FILE
           IF WS-PLN-FILE-STATUS = "00"
               PERFORM 2100-RELEASE-ONE-LINE
                   UNTIL WS-PLN-FILE-STATUS = "10"
               CLOSE PRICED-LINE-FILE
           ELSE
               DISPLAY "TAX-RPT: no priced lines for the period"
           END-IF.

       2100-RELEASE-ONE-LINE.
           READ PRICED-LINE-FILE
               AT END
                   MOVE "10" TO WS-PLN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   COMPUTE WS-LINE-PERIOD = PLN-PRICED-DATE / 100
                   IF WS-LINE-PERIOD = WS-TAX-PERIOD
                       ADD 1 TO WS-LINES-IN-PERIOD
                       PERFORM 2200-BUILD-SORT-RECORD
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       2200-BUILD-SORT-RECORD.
           COMPUTE WS-NET-SALES =
               PLN-SUBTOTAL - PLN-DISCOUNT-AMT
           MOVE PLN-JURISDICTION-CODE TO SRT-JURISDICTION
           MOVE PLN-TAX-AMT TO SRT-TAX-AMT
           IF PLN-TAX-AMT = 0
               MOVE 0 TO SRT-TAXABLE-SALES
               MOVE WS-NET-SALES TO SRT-EXEMPT-SALES
           ELSE
               MOVE WS-NET-SALES TO SRT-TAXABLE-SALES
               MOVE 0 TO SRT-EXEMPT-SALES
           END-IF.

      *----------------------------------------------------------
      * Control break on jurisdiction: one report line and one
      * remittance detail per taxing authority.
      *----------------------------------------------------------
       3000-TOTAL-JURISDICTIONS.
           MOVE "00" TO WS-SORT-STATUS
           PERFORM 3100-RETURN-ONE-LINE
               UNTIL WS-SORT-STATUS = "10"
           IF WS-CUR-LINES > 0
               PERFORM 3200-FINISH-JURISDICTION
           END-IF.

       3100-RETURN-ONE-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "10" TO WS-SORT-STATUS
               NOT AT END
                   IF WS-CUR-LINES > 0
                       AND SRT-JURISDICTION NOT = WS-CUR-JURISDICTION
                       PERFORM 3200-FINISH-JURISDICTION
                   END-IF
                   IF WS-CUR-LINES = 0
                       MOVE SRT-JURISDICTION TO WS-CUR-JURISDICTION
                   END-IF
                   ADD SRT-TAXABLE-SALES TO WS-CUR-TAXABLE
                   ADD SRT-EXEMPT-SALES TO WS-CUR-EXEMPT
                   ADD SRT-TAX-AMT TO WS-CUR-TAX
                   ADD 1 TO WS-CUR-LINES
           END-RETURN.

       3200-FINISH-JURISDICTION.
           ADD 1 TO WS-JURISDICTIONS
           MOVE WS-CUR-JURISDICTION TO RPD-JURISDICTION
           MOVE WS-CUR-TAXABLE TO RPD-TAXABLE
           MOVE WS-CUR-EXEMPT TO RPD-EXEMPT
           MOVE WS-CUR-TAX TO RPD-TAX
           MOVE WS-CUR-LINES TO RPD-LINES
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO TXR-RECORD
           SET TXR-DETAIL TO TRUE
           MOVE WS-TAX-PERIOD TO TXR-DTL-PERIOD
           MOVE WS-CUR-JURISDICTION TO TXR-DTL-JURISDICTION
           MOVE WS-CUR-TAXABLE TO TXR-DTL-TAXABLE-SALES
           MOVE WS-CUR-EXEMPT TO TXR-DTL-EXEMPT-SALES
           MOVE WS-CUR-TAX TO TXR-DTL-TAX-COLLECTED
           MOVE WS-CUR-LINES TO TXR-DTL-LINE-COUNT
           WRITE TXR-RECORD

           ADD WS-CUR-TAXABLE TO WS-GRAND-TAXABLE
           ADD WS-CUR-EXEMPT TO WS-GRAND-EXEMPT
           ADD WS-CUR-TAX TO WS-GRAND-TAX
           MOVE 0 TO WS-CUR-TAXABLE
           MOVE 0 TO WS-CUR-EXEMPT
           MOVE 0 TO WS-CUR-TAX
           MOVE 0 TO WS-CUR-LINES.

      *----------------------------------------------------------
      * Grand totals, then the tax collected against the ledger.
      *----------------------------------------------------------
       4000-PRINT-TOTALS-AND-RECON.
           MOVE "ALL TOTAL" TO RPD-JURISDICTION
           MOVE WS-GRAND-TAXABLE TO RPD-TAXABLE
           MOVE WS-GRAND-EXEMPT TO RPD-EXEMPT
           MOVE WS-GRAND-TAX TO RPD-TAX
           MOVE WS-LINES-IN-PERIOD TO RPD-LINES
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-GL-DIFFERENCE =
               WS-GRAND-TAX - WS-GL-TAX-PAYABLE
           MOVE "TAX COLLECTED PER REGISTER" TO RPR-LABEL
           MOVE WS-GRAND-TAX TO RPR-AMOUNT
           MOVE WS-RPT-RECON TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPR-LABEL
           STRING "TAX PAYABLE PER GL " WS-TAX-GL-ACCT
               DELIMITED BY SIZE INTO RPR-LABEL
           MOVE WS-GL-TAX-PAYABLE TO RPR-AMOUNT
           MOVE WS-RPT-RECON TO RPT-LINE
           WRITE RPT-LINE
           IF WS-GL-DIFFERENCE = 0
               MOVE "RECONCILED - NO DIFFERENCE" TO RPR-LABEL
           ELSE
               MOVE "*** OUT OF BALANCE BY" TO RPR-LABEL
           END-IF
           MOVE WS-GL-DIFFERENCE TO RPR-AMOUNT
           MOVE WS-RPT-RECON TO RPT-LINE
           WRITE RPT-LINE.

       4500-WRITE-REMIT-TRAILER.
           MOVE SPACES TO TXR-RECORD
           SET TXR-TRAILER TO TRUE
           MOVE WS-TAX-PERIOD TO TXR-TRL-PERIOD
           MOVE WS-JURISDICTIONS TO TXR-TRL-ITEM-COUNT
           MOVE WS-GRAND-TAX TO TXR-TRL-TAX-TOTAL
           WRITE TXR-RECORD.
