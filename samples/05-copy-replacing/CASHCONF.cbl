      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: armored-carrier shipment confirmation.  Works
      * the carrier's receipts (CASHCNFM) for the shipments
      * CASH-ORDR raised: each receipt names the shipment - branch,
      * order date and order or return - the amount the carrier
      * actually delivered to or collected from the vault, and
      * the carrier's receipt reference.  The amount is posted to
      * the branch's vault row on CASHLEDG (an order adds to it,
      * a return takes it out) and the shipment is marked
      * confirmed on CASHSHIP, where tonight's GL-POST journals it
      * between 2200 branch cash on hand and 2000 cash and
      * clearing, so GL-RECON's vault cash still proves.
      *
      * A receipt for a shipment not on file, one already
      * confirmed under another receipt, a return the vault cannot
      * cover, or a branch with no vault row is not posted; a
      * receipt whose amount differs from the amount ordered is
      * posted as counted and the difference followed up with the
      * carrier.  Each lands on the central SUSPFILE (via
      * SUSPWRIT) and ends the run with CC=4.  A receipt already
      * posted under the same reference is skipped, so the job
      * can be rerun against the same file.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-CONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMATION-FILE ASSIGN TO "CASHCNFM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF-FILE-STATUS.

           SELECT SHIPMENT-FILE ASSIGN TO "CASHSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHIP-KEY
               FILE STATUS IS WS-SHIP-FILE-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO "CASHLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CASH-KEY
               FILE STATUS IS WS-CASH-FILE-STATUS.

           SELECT CONFIRM-REPORT ASSIGN TO "CASHCFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRMATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNF-RECORD.
           05  CNF-BRANCH            PIC X(04).
           05  CNF-ORDER-DATE        PIC 9(08).
           05  CNF-DIRECTION         PIC X(01).
           05  CNF-AMOUNT            PIC 9(09)V99.
           05  CNF-CARRIER-REF       PIC X(16).

       FD  SHIPMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHSHIP.

       FD  CASH-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHLEDG.

       FD  CONFIRM-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CNF-FILE-STATUS        PIC X(02).
       01  WS-SHIP-FILE-STATUS       PIC X(02).
       01  WS-CASH-FILE-STATUS       PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

       01  WS-VAULT-DRAWER-ID        PIC X(08) VALUE "*VAULT**".
       01  WS-VARIANCE               PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-HELD-VAULT-BALANCE     PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-HELD-VAULT-DATE        PIC 9(08) VALUE 0.
       01  WS-RESULT-NOTE            PIC X(20) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RECEIPTS-READ      PIC 9(06) VALUE 0.
           05  WS-RECEIPTS-POSTED    PIC 9(06) VALUE 0.
           05  WS-RECEIPTS-SKIPPED   PIC 9(06) VALUE 0.
           05  WS-RECEIPTS-SUSPENDED PIC 9(06) VALUE 0.
           05  WS-VARIANCES          PIC 9(06) VALUE 0.
           05  WS-ORDERS-POSTED      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RETURNS-POSTED     PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-SUSP-SOURCE            PIC X(08) VALUE "CASHCONF".
       01  WS-SUSP-REASON            PIC X(20) VALUE SPACES.
       01  WS-SUSP-IMAGE             PIC X(100) VALUE SPACES.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(40)
               VALUE "CASH-CONF: CARRIER SHIPMENT RECEIPTS OF ".
           05  RPH-DATE              PIC 9(08).
           05  FILLER                PIC X(84) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(04) VALUE "BRCH".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE "ORDERED".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE "TYPE".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(14) VALUE "ORDERED AMOUNT".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(14) VALUE "  CARRIER SAYS".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE "       VARIANCE".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(16) VALUE "RECEIPT REF".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(41) VALUE "RESULT".

       01  WS-RPT-DETAIL.
           05  RPD-BRANCH            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-ORDER-DATE        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-DIRECTION         PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-ORDERED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-CONFIRMED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-VARIANCE          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-CARRIER-REF       PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-RESULT            PIC X(20).
           05  FILLER                PIC X(21) VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER  PIC X(18) VALUE "  ORDERS POSTED   ".
           05  RPT-ORDERS-POSTED     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER  PIC X(18) VALUE "   RETURNS POSTED ".
           05  RPT-RETURNS-POSTED    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           OPEN INPUT CONFIRMATION-FILE
           IF WS-CNF-FILE-STATUS NOT = "00"
               DISPLAY "CASH-CONF: NO CASHCNFM RECEIPTS - "
                       "NOTHING CONFIRMED"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SHIPMENT-FILE
           OPEN I-O CASH-LEDGER-FILE
           OPEN OUTPUT CONFIRM-REPORT

           MOVE WS-CURRENT-DATE TO RPH-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1000-CONFIRM-ONE-RECEIPT
               UNTIL WS-CNF-FILE-STATUS = "10"

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ORDERS-POSTED TO RPT-ORDERS-POSTED
           MOVE WS-RETURNS-POSTED TO RPT-RETURNS-POSTED
           MOVE WS-RPT-TOTALS TO RPT-LINE
           WRITE RPT-LINE

           CLOSE CONFIRMATION-FILE
           CLOSE SHIPMENT-FILE
           CLOSE CASH-LEDGER-FILE
           CLOSE CONFIRM-REPORT

           DISPLAY "CASH-CONF: receipts read      " WS-RECEIPTS-READ
           DISPLAY "CASH-CONF: shipments posted   "
                   WS-RECEIPTS-POSTED
           DISPLAY "CASH-CONF: already posted     "
                   WS-RECEIPTS-SKIPPED
           DISPLAY "CASH-CONF: receipts suspended "
                   WS-RECEIPTS-SUSPENDED
           DISPLAY "CASH-CONF: amount variances   " WS-VARIANCES

           IF WS-RECEIPTS-SUSPENDED > 0 OR WS-VARIANCES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-CONFIRM-ONE-RECEIPT.
           READ CONFIRMATION-FILE
               AT END
                   MOVE "10" TO WS-CNF-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-RECEIPTS-READ
                   PERFORM 2000-POST-RECEIPT THRU 2000-EXIT
           END-READ.

      *----------------------------------------------------------
      * Find the shipment, prove the receipt against it and the
      * vault, then post the carrier's amount to the vault row
      * and confirm the shipment.
      *----------------------------------------------------------
       2000-POST-RECEIPT.
           MOVE 0 TO WS-VARIANCE
           MOVE CNF-BRANCH TO SHIP-BRANCH
           MOVE CNF-ORDER-DATE TO SHIP-ORDER-DATE
           MOVE CNF-DIRECTION TO SHIP-DIRECTION
           READ SHIPMENT-FILE
               INVALID KEY
                   MOVE "SHIPMENT NOT FOUND" TO WS-SUSP-REASON
                   MOVE 0 TO SHIP-AMOUNT
                   PERFORM 2900-SUSPEND-RECEIPT
                   GO TO 2000-EXIT
           END-READ

           IF SHIP-CONFIRMED
               AND SHIP-CARRIER-REF = CNF-CARRIER-REF
               ADD 1 TO WS-RECEIPTS-SKIPPED
               MOVE "ALREADY POSTED" TO WS-RESULT-NOTE
               PERFORM 2800-PRINT-RECEIPT
               GO TO 2000-EXIT
           END-IF
           IF SHIP-CONFIRMED
               MOVE "ALREADY CONFIRMED" TO WS-SUSP-REASON
               PERFORM 2900-SUSPEND-RECEIPT
               GO TO 2000-EXIT
           END-IF
           IF CNF-AMOUNT IS NOT NUMERIC OR CNF-AMOUNT = 0
               MOVE "BAD RECEIPT AMOUNT" TO WS-SUSP-REASON
               PERFORM 2900-SUSPEND-RECEIPT
               GO TO 2000-EXIT
           END-IF

           MOVE SHIP-BRANCH TO CASH-BRANCH
           MOVE WS-VAULT-DRAWER-ID TO CASH-DRAWER-ID
           READ CASH-LEDGER-FILE
               INVALID KEY
                   MOVE "NO VAULT ROW" TO WS-SUSP-REASON
                   PERFORM 2900-SUSPEND-RECEIPT
                   GO TO 2000-EXIT
           END-READ
           IF SHIP-IS-RETURN AND CASH-BALANCE < CNF-AMOUNT
               MOVE "VAULT SHORT" TO WS-SUSP-REASON
               PERFORM 2900-SUSPEND-RECEIPT
               GO TO 2000-EXIT
           END-IF

      *    The vault row first; only once it has taken the cash
      *    is the shipment marked received.  A shipment the file
      *    then refuses puts the vault back as it was, so the two
      *    never disagree.
           MOVE CASH-BALANCE TO WS-HELD-VAULT-BALANCE
           MOVE CASH-LAST-DATE TO WS-HELD-VAULT-DATE
           IF SHIP-IS-ORDER
               ADD CNF-AMOUNT TO CASH-BALANCE
           ELSE
               SUBTRACT CNF-AMOUNT FROM CASH-BALANCE
           END-IF
           MOVE WS-CURRENT-DATE TO CASH-LAST-DATE
           REWRITE CASH-RECORD
               INVALID KEY
                   MOVE "VAULT REWRITE FAILED" TO WS-SUSP-REASON
                   PERFORM 2900-SUSPEND-RECEIPT
                   GO TO 2000-EXIT
           END-REWRITE

           SET SHIP-CONFIRMED TO TRUE
           MOVE WS-CURRENT-DATE TO SHIP-CONFIRM-DATE
           MOVE CNF-AMOUNT TO SHIP-CONFIRMED-AMOUNT
           MOVE CNF-CARRIER-REF TO SHIP-CARRIER-REF
           REWRITE SHIP-RECORD
               INVALID KEY
                   MOVE WS-HELD-VAULT-BALANCE TO CASH-BALANCE
                   MOVE WS-HELD-VAULT-DATE TO CASH-LAST-DATE
                   REWRITE CASH-RECORD
                       INVALID KEY
                           DISPLAY "CASH-CONF: VAULT " CASH-BRANCH
                                   " NOT RESTORED - CHECK CASHLEDG"
                   END-REWRITE
                   MOVE "SHIP REWRITE FAILED" TO WS-SUSP-REASON
                   PERFORM 2900-SUSPEND-RECEIPT
                   GO TO 2000-EXIT
           END-REWRITE
           IF SHIP-IS-ORDER
               ADD CNF-AMOUNT TO WS-ORDERS-POSTED
           ELSE
               ADD CNF-AMOUNT TO WS-RETURNS-POSTED
           END-IF
           ADD 1 TO WS-RECEIPTS-POSTED

           COMPUTE WS-VARIANCE = CNF-AMOUNT - SHIP-AMOUNT
           IF WS-VARIANCE = 0
               MOVE "POSTED" TO WS-RESULT-NOTE
               PERFORM 2800-PRINT-RECEIPT
               GO TO 2000-EXIT
           END-IF

      *    Posted as the carrier counted it; the difference from
      *    the order goes to suspense for the carrier claim.
           ADD 1 TO WS-VARIANCES
           MOVE "POSTED - VARIANCE" TO WS-RESULT-NOTE
           PERFORM 2800-PRINT-RECEIPT
           MOVE "SHIPMENT VARIANCE" TO WS-SUSP-REASON
           MOVE SPACES TO WS-SUSP-IMAGE
           MOVE SHIP-RECORD TO WS-SUSP-IMAGE
           CALL "SUSPWRIT" USING WS-SUSP-SOURCE WS-SUSP-REASON
               WS-SUSP-IMAGE.

       2000-EXIT.
           EXIT.

       2800-PRINT-RECEIPT.
           MOVE CNF-BRANCH TO RPD-BRANCH
           MOVE CNF-ORDER-DATE TO RPD-ORDER-DATE
           EVALUATE CNF-DIRECTION
               WHEN "O"
                   MOVE "ORDER" TO RPD-DIRECTION
               WHEN "R"
                   MOVE "RETURN" TO RPD-DIRECTION
               WHEN OTHER
                   MOVE CNF-DIRECTION TO RPD-DIRECTION
           END-EVALUATE
           MOVE SHIP-AMOUNT TO RPD-ORDERED
           MOVE CNF-AMOUNT TO RPD-CONFIRMED
           MOVE WS-VARIANCE TO RPD-VARIANCE
           MOVE CNF-CARRIER-REF TO RPD-CARRIER-REF
           MOVE WS-RESULT-NOTE TO RPD-RESULT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------
      * A receipt that cannot post: reported, and the receipt
      * itself landed on suspense.
      *----------------------------------------------------------
       2900-SUSPEND-RECEIPT.
           ADD 1 TO WS-RECEIPTS-SUSPENDED
           MOVE WS-SUSP-REASON TO WS-RESULT-NOTE
           PERFORM 2800-PRINT-RECEIPT
           MOVE SPACES TO WS-SUSP-IMAGE
           MOVE CNF-RECORD TO WS-SUSP-IMAGE
           CALL "SUSPWRIT" USING WS-SUSP-SOURCE WS-SUSP-REASON
               WS-SUSP-IMAGE.
