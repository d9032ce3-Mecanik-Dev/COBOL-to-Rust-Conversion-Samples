      *               and total per line - so INV-DOC assembles
      *               documents from this run's numbers instead
      *               of re-pricing on its own.
      *   2026-10-15  Carry the tax jurisdiction onto INVHIST and,
      *               with the priced date, onto PRICEDLN for the
      *               monthly tax liability report.  A credit memo
      *               takes the jurisdiction of the original line
      *               it reverses, so its tax nets against the
      *               authority that collected it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-PRICE.
       01  WS-OVRA-FILE-STATUS       PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

       01  WS-TAX-JURISDICTION       PIC X(04) VALUE SPACES.
       01  WS-HIST-FOUND-SW          PIC X(01) VALUE "N".
           88  WS-HIST-ON-FILE           VALUE "Y".
       01  WS-DUP-SKIP-SW            PIC X(01) VALUE "N".
                       IF INV-TYPE-CREDIT
                           PERFORM 1055-NEGATE-CREDIT-LINE
                       END-IF
                       PERFORM 1058-FIND-TAX-JURISDICTION
                       PERFORM 1060-RECORD-HISTORY
                       IF INV-TYPE-CREDIT
                           PERFORM 1075-REVERSE-RECEIVABLE
               DELIMITED BY SIZE INTO OVRA-LINE
           WRITE OVRA-LINE.

      *----------------------------------------------------------
      * The jurisdiction the line's tax belongs to: its own, or
      * for a credit memo the original line's as history recorded
      * it.  An original priced before history kept the
      * jurisdiction falls back to the credit line's own.
      *----------------------------------------------------------
       1058-FIND-TAX-JURISDICTION.
           MOVE INV-JURISDICTION-CODE TO WS-TAX-JURISDICTION
           IF INV-TYPE-CREDIT
               MOVE INV-ORIG-INV-NUMBER TO HIST-INV-NUMBER
               MOVE INV-ORIG-LINE-NO TO HIST-LINE-NO
               READ INVOICE-HISTORY-FILE
                   NOT INVALID KEY
                       IF HIST-JURISDICTION-CODE NOT = SPACES
                           MOVE HIST-JURISDICTION-CODE
                               TO WS-TAX-JURISDICTION
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------
      * Record (or re-record, on an authorized reprice) the line
      * on the cumulative history as it prices.
           MOVE INV-LINE-NO TO HIST-LINE-NO
           MOVE WS-CURRENT-DATE TO HIST-PRICED-DATE
           MOVE WS-TOTAL TO HIST-TOTAL
           MOVE WS-TAX-JURISDICTION TO HIST-JURISDICTION-CODE
           IF WS-HIST-ON-FILE
               REWRITE HIST-RECORD
           ELSE
           MOVE WS-DISCOUNT-AMT TO PLN-DISCOUNT-AMT
           MOVE WS-TAX-AMT TO PLN-TAX-AMT
           MOVE WS-TOTAL TO PLN-TOTAL
           MOVE WS-TAX-JURISDICTION TO PLN-JURISDICTION-CODE
           MOVE WS-CURRENT-DATE TO PLN-PRICED-DATE
           WRITE PLN-RECORD.

       1200-ACCUMULATE-TOTALS.
