      *               no reference, or a reference history has
      *               never seen, rejects the line before it can
      *               reverse the wrong receivable.
      *   2026-10-15  Enforce the customer's credit terms from
      *               ARCUST: a new invoice line for a customer on
      *               credit hold, or one that would carry the open
      *               ARITEMS balance plus the night's accepted
      *               lines over the credit limit, is rejected
      *               unless the credit manager has released that
      *               invoice on the CRDOVRD override file.  Credit
      *               memos are never held.  The line edits are now
      *               performed through their exits.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-EDIT.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT AR-CUSTOMER-FILE ASSIGN TO "ARCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARC-CUSTOMER-CODE
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT CREDIT-OVERRIDE-FILE ASSIGN TO "CRDOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-FILE-STATUS.

           SELECT ACCEPTED-LINE-FILE ASSIGN TO "INVLINEA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-FILE-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY INVHIST.

       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARITEM.

       FD  AR-CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCUST.

      *    One row per invoice the credit manager releases from the
      *    credit check, keyed in by the credit department with
      *    the customer it was approved for and who approved it.
       FD  CREDIT-OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OVR-RECORD.
           05  OVR-INV-NUMBER        PIC X(08).
           05  OVR-CUSTOMER-CODE     PIC X(06).
           05  OVR-APPROVED-BY       PIC X(08).
           05  OVR-APPROVED-DATE     PIC 9(08).
           05  FILLER                PIC X(50).

       FD  ACCEPTED-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACC-RECORD                PIC X(48).
       01  WS-ACC-FILE-STATUS        PIC X(02).
       01  WS-RJT-FILE-STATUS        PIC X(02).
       01  WS-HIST-FILE-STATUS       PIC X(02).
       01  WS-AR-FILE-STATUS         PIC X(02).
       01  WS-ARC-FILE-STATUS        PIC X(02).
       01  WS-OVR-FILE-STATUS        PIC X(02).

       01  WS-REJECT-TOLERANCE       PIC 9(05) VALUE 0.
       01  WS-REJECT-REASON          PIC X(20) VALUE SPACES.
       01  WS-REJECT-SW              PIC X(01) VALUE "N".
           88  WS-LINE-REJECTED          VALUE "Y".

       01  WS-LINE-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-OPEN-AMOUNT            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-NEW-EXPOSURE           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXP-CUSTOMER           PIC X(06) VALUE SPACES.
       01  WS-EXP-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-EXP-ROW-FOUND          VALUE "Y".
       01  WS-OVERRIDE-SW            PIC X(01) VALUE "N".
           88  WS-INVOICE-OVERRIDDEN     VALUE "Y".

      *    Credit exposure per customer: the open ARITEMS balance
      *    plus every invoice line accepted so far tonight.
       01  WS-EXP-TABLE-CTL.
           05  WS-EXP-COUNT         PIC 9(04) VALUE 0.
           05  WS-EXP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-EXP-COUNT
                   INDEXED BY WS-EXP-IDX.
               10  EXP-CUSTOMER     PIC X(06).
               10  EXP-AMOUNT       PIC S9(11)V99 COMP-3.

      *    Invoices the credit manager has released tonight.
       01  WS-OVR-TABLE-CTL.
           05  WS-OVR-COUNT         PIC 9(04) VALUE 0.
           05  WS-OVR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OVR-COUNT
                   INDEXED BY WS-OVR-IDX.
               10  OVT-INV-NUMBER   PIC X(08).
               10  OVT-CUSTOMER     PIC X(06).
               10  OVT-APPROVED-BY  PIC X(08).

       01  WS-COUNTERS.
           05  WS-LINES-READ         PIC 9(06) VALUE 0.
           05  WS-LINES-ACCEPTED     PIC 9(06) VALUE 0.
           05  WS-LINES-REJECTED     PIC 9(06) VALUE 0.
           05  WS-CREDIT-REJECTS     PIC 9(06) VALUE 0.
           05  WS-LINES-OVERRIDDEN   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-READ-TOLERANCE-PARM
           PERFORM 1100-LOAD-OPEN-RECEIVABLES
           PERFORM 1200-LOAD-CREDIT-OVERRIDES

           OPEN INPUT INVOICE-LINE-FILE
           OPEN INPUT RATE-TABLE-FILE
           OPEN INPUT CURRENCY-TABLE-FILE
           OPEN INPUT INVOICE-HISTORY-FILE
           OPEN INPUT AR-CUSTOMER-FILE
           OPEN OUTPUT ACCEPTED-LINE-FILE
           OPEN OUTPUT REJECTED-LINE-FILE

           CLOSE RATE-TABLE-FILE
           CLOSE CURRENCY-TABLE-FILE
           CLOSE INVOICE-HISTORY-FILE
           IF WS-ARC-FILE-STATUS NOT = "35"
               CLOSE AR-CUSTOMER-FILE
           END-IF
           CLOSE ACCEPTED-LINE-FILE
           CLOSE REJECTED-LINE-FILE

           DISPLAY "INV-EDIT: lines read     " WS-LINES-READ
           DISPLAY "INV-EDIT: lines accepted " WS-LINES-ACCEPTED
           DISPLAY "INV-EDIT: lines rejected " WS-LINES-REJECTED
           DISPLAY "INV-EDIT: credit rejects " WS-CREDIT-REJECTS
           DISPLAY "INV-EDIT: credit overrides " WS-LINES-OVERRIDDEN

           EVALUATE TRUE
               WHEN WS-LINES-REJECTED > WS-REJECT-TOLERANCE
               CLOSE EDIT-PARM-FILE
           END-IF.

      *----------------------------------------------------------
      * Total what each customer already owes us from the open
      * items on ARITEMS.  No receivables file yet means nobody
      * owes anything.
      *----------------------------------------------------------
       1100-LOAD-OPEN-RECEIVABLES.
           OPEN INPUT AR-ITEM-FILE
           IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "INV-EDIT: no open receivables on file"
           ELSE
               PERFORM 1110-LOAD-ONE-ITEM
                   UNTIL WS-AR-FILE-STATUS = "10"
               CLOSE AR-ITEM-FILE
           END-IF.

       1110-LOAD-ONE-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AR-FILE-STATUS
               NOT AT END
                   IF AR-ITEM-OPEN
                       COMPUTE WS-OPEN-AMOUNT =
                           AR-ORIG-AMOUNT - AR-PAID-AMOUNT
                       MOVE AR-CUSTOMER-CODE TO WS-EXP-CUSTOMER
                       PERFORM 2400-FIND-EXPOSURE-ROW THRU 2400-EXIT
                       IF WS-EXP-ROW-FOUND
                           ADD WS-OPEN-AMOUNT
                               TO EXP-AMOUNT(WS-EXP-IDX)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * The credit manager's releases for tonight.  An override
      * names the invoice and the customer it was approved for -
      * an invoice number keyed against the wrong customer does
      * not release anything.
      *----------------------------------------------------------
       1200-LOAD-CREDIT-OVERRIDES.
           OPEN INPUT CREDIT-OVERRIDE-FILE
           IF WS-OVR-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-OVERRIDE
                   UNTIL WS-OVR-FILE-STATUS = "10"
               CLOSE CREDIT-OVERRIDE-FILE
           END-IF.

       1210-LOAD-ONE-OVERRIDE.
           READ CREDIT-OVERRIDE-FILE
               AT END
                   MOVE "10" TO WS-OVR-FILE-STATUS
               NOT AT END
                   IF WS-OVR-COUNT = 200
                       DISPLAY "INV-EDIT: override table full "
                               OVR-INV-NUMBER
                   ELSE
                       ADD 1 TO WS-OVR-COUNT
                       SET WS-OVR-IDX TO WS-OVR-COUNT
                       MOVE OVR-INV-NUMBER
                           TO OVT-INV-NUMBER(WS-OVR-IDX)
                       MOVE OVR-CUSTOMER-CODE
                           TO OVT-CUSTOMER(WS-OVR-IDX)
                       MOVE OVR-APPROVED-BY
                           TO OVT-APPROVED-BY(WS-OVR-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Prove one line against every rule INV-PRICE would
      * otherwise paper over with a silent default.
                   MOVE "10" TO WS-INV-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM 2100-VALIDATE-ONE-LINE THRU 2100-EXIT
                   IF WS-LINE-REJECTED
                       ADD 1 TO WS-LINES-REJECTED
                       MOVE INVOICE-LINE TO RJT-LINE-IMAGE
               GO TO 2100-EXIT
           END-IF
           IF INV-TYPE-CREDIT
               PERFORM 2200-VALIDATE-CREDIT-REF THRU 2200-EXIT
           ELSE
               PERFORM 2300-CHECK-CREDIT-TERMS THRU 2300-EXIT
           END-IF.

       2100-EXIT.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Hold a new invoice line to the customer's credit terms,
      * last of all so only an otherwise good line counts toward
      * the exposure.  The line is valued at its extended price
      * in base currency, before discount and tax, off the
      * CURRTAB row the currency edit has just read.  A customer
      * with no ARCUST row, or no limit set, is held only by the
      * hold switch; a released invoice passes both tests.
      *----------------------------------------------------------
       2300-CHECK-CREDIT-TERMS.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               INV-PRICE * INV-QTY * CURR-CONV-RATE
           MOVE INV-CUSTOMER-CODE TO WS-EXP-CUSTOMER
           PERFORM 2400-FIND-EXPOSURE-ROW THRU 2400-EXIT
           IF NOT WS-EXP-ROW-FOUND
               GO TO 2300-EXIT
           END-IF
           COMPUTE WS-NEW-EXPOSURE =
               EXP-AMOUNT(WS-EXP-IDX) + WS-LINE-AMOUNT

           PERFORM 2500-FIND-OVERRIDE
           IF WS-INVOICE-OVERRIDDEN
               ADD 1 TO WS-LINES-OVERRIDDEN
               DISPLAY "INV-EDIT: credit override " INV-NUMBER
                       " " INV-CUSTOMER-CODE
                       " by " OVT-APPROVED-BY(WS-OVR-IDX)
               MOVE WS-NEW-EXPOSURE TO EXP-AMOUNT(WS-EXP-IDX)
               GO TO 2300-EXIT
           END-IF

           IF WS-ARC-FILE-STATUS = "35"
               MOVE WS-NEW-EXPOSURE TO EXP-AMOUNT(WS-EXP-IDX)
               GO TO 2300-EXIT
           END-IF
           MOVE INV-CUSTOMER-CODE TO ARC-CUSTOMER-CODE
           READ AR-CUSTOMER-FILE
               INVALID KEY
                   MOVE WS-NEW-EXPOSURE TO EXP-AMOUNT(WS-EXP-IDX)
                   GO TO 2300-EXIT
           END-READ

           IF ARC-ON-CREDIT-HOLD
               SET WS-LINE-REJECTED TO TRUE
               MOVE "CUSTOMER CREDIT HOLD" TO WS-REJECT-REASON
               ADD 1 TO WS-CREDIT-REJECTS
               GO TO 2300-EXIT
           END-IF
           IF ARC-CREDIT-LIMIT > 0
               AND WS-NEW-EXPOSURE > ARC-CREDIT-LIMIT
               SET WS-LINE-REJECTED TO TRUE
               MOVE "OVER CREDIT LIMIT" TO WS-REJECT-REASON
               ADD 1 TO WS-CREDIT-REJECTS
               GO TO 2300-EXIT
           END-IF
           MOVE WS-NEW-EXPOSURE TO EXP-AMOUNT(WS-EXP-IDX).

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Find (or start) the exposure row for WS-EXP-CUSTOMER.
      * A full table leaves the row not found and the customer
      * goes unchecked rather than wrongly rejected.
      *----------------------------------------------------------
       2400-FIND-EXPOSURE-ROW.
           MOVE "N" TO WS-EXP-FOUND-SW
           IF WS-EXP-COUNT > 0
               SET WS-EXP-IDX TO 1
               SEARCH WS-EXP-ENTRY
                   AT END
                       CONTINUE
                   WHEN EXP-CUSTOMER(WS-EXP-IDX) = WS-EXP-CUSTOMER
                       SET WS-EXP-ROW-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-EXP-ROW-FOUND
               GO TO 2400-EXIT
           END-IF
           IF WS-EXP-COUNT = 500
               DISPLAY "INV-EDIT: exposure table full "
                       WS-EXP-CUSTOMER
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-EXP-COUNT
           SET WS-EXP-IDX TO WS-EXP-COUNT
           MOVE WS-EXP-CUSTOMER TO EXP-CUSTOMER(WS-EXP-IDX)
           MOVE 0 TO EXP-AMOUNT(WS-EXP-IDX)
           SET WS-EXP-ROW-FOUND TO TRUE.

       2400-EXIT.
           EXIT.

       2500-FIND-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-SW
           IF WS-OVR-COUNT > 0
               SET WS-OVR-IDX TO 1
               SEARCH WS-OVR-ENTRY
                   AT END
                       CONTINUE
                   WHEN OVT-INV-NUMBER(WS-OVR-IDX) = INV-NUMBER
                    AND OVT-CUSTOMER(WS-OVR-IDX) = INV-CUSTOMER-CODE
                       SET WS-INVOICE-OVERRIDDEN TO TRUE
               END-SEARCH
           END-IF.
