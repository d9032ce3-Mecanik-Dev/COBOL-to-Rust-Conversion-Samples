      * account must exist and be active on ACCTMSTR before the
      * link lands, and every applied change writes a before/
      * after image to the reference audit file.
      *
      * Modification history:
      *   2026-10-15  Maintain the FEESCHED service-charge schedule
      *               (file ID F) so a fee change can be dated and
      *               carried pending like any other row, instead
      *               of rebuilding the schedule through FEELOAD;
      *               the pending fee changes are what ACCT-RTNT
      *               gives depositors advance notice of.
      *   2026-10-15  Item fee changes carry the official-check fee
      *               in field 1.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-MAINT.
               RECORD KEY IS AMTLIM-ACCT-TYPE
               FILE STATUS IS WS-AMTL-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-ACCT-PREFIX
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               88  RMTX-VELO-FILE        VALUE "V".
               88  RMTX-OVDR-FILE        VALUE "O".
               88  RMTX-AMTLIM-FILE      VALUE "A".
               88  RMTX-FEE-FILE         VALUE "F".
           05  RMTX-ACTION           PIC X(01).
               88  RMTX-ADD              VALUE "A".
               88  RMTX-CHANGE           VALUE "C".
           05  RMTX-FIELD-3-TEXT     PIC X(12).
           05  RMTX-FIELD-4-TEXT     PIC X(12).
           05  RMTX-USER-ID          PIC X(08).
      *    Fee-schedule transactions: the key is the account-type
      *    prefix and, in position 4, which terms the change
      *    carries - M (or space) the monthly terms, I the
      *    per-item NSF, legal and official-check fees.
       01  RMTX-FEE-VIEW REDEFINES RMTX-RECORD.
           05  FILLER                PIC X(10).
           05  RMTX-FEE-PREFIX       PIC X(03).
           05  RMTX-FEE-GROUP        PIC X(01).
               88  RMTX-FEE-MONTHLY      VALUES "M", " ".
               88  RMTX-FEE-ITEM         VALUE "I".
           05  FILLER                PIC X(64).

       FD  PENDING-IN-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY AMTLIM.

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEESCHED.

           COPY ACCTFILE.

       FD  REF-AUDIT-FILE
       01  WS-VELO-FILE-STATUS       PIC X(02).
       01  WS-LINK-FILE-STATUS       PIC X(02).
       01  WS-AMTL-FILE-STATUS       PIC X(02).
       01  WS-FEE-FILE-STATUS        PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-AUD-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-NEW-AMOUNT-3           PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-EDIT-AMT-1             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMT-2             PIC -ZZZ,ZZZ,ZZ9.99.
      *    Field 1 of a fee change: the waiver balance on the
      *    monthly terms, the official-check fee on the item fees.
       01  WS-NEW-FEE-FIELD-1        PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-EDIT-FEE-MONTHLY       PIC ZZZZ9.99.
       01  WS-EDIT-FEE-ITEM          PIC ZZ9.99.
       01  WS-EDIT-FEE-WAIVER        PIC ZZZZZZ9.99.
       01  WS-EDIT-FEE-LEGAL         PIC ZZ9.99.
       01  WS-EDIT-FEE-OFCK          PIC ZZ9.99.
       01  WS-ON-FILE-SW             PIC X(01) VALUE "N".
           88  WS-ROW-ON-FILE            VALUE "Y".
       01  WS-REJECT-SW              PIC X(01) VALUE "N".
           OPEN I-O VELOCITY-LIMIT-FILE
           OPEN I-O OVERDRAFT-LINK-FILE
           OPEN I-O AMOUNT-LIMIT-FILE
           OPEN I-O FEE-SCHEDULE-FILE
           OPEN INPUT ACCT-MASTER-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           OPEN EXTEND REF-AUDIT-FILE
           CLOSE VELOCITY-LIMIT-FILE
           CLOSE OVERDRAFT-LINK-FILE
           CLOSE AMOUNT-LIMIT-FILE
           CLOSE FEE-SCHEDULE-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE PENDING-OUT-FILE
           CLOSE REF-AUDIT-FILE
                   PERFORM 5000-APPLY-OVDRLINK-CHANGE
               WHEN RMTX-AMTLIM-FILE
                   PERFORM 6000-APPLY-AMTLIM-CHANGE
               WHEN RMTX-FEE-FILE
                   PERFORM 7000-APPLY-FEESCHED-CHANGE THRU 7000-EXIT
               WHEN OTHER
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "INVALID FILE ID" TO WS-REJECT-REASON
           STRING "MIN=" WS-EDIT-AMT-1 " MAX=" WS-EDIT-AMT-2
               DELIMITED BY SIZE INTO WS-AFTER-IMAGE.

      *----------------------------------------------------------
      * Fee schedule.  Monthly terms: field 1 is the minimum
      * balance that waives the month, fields 2/3/4 the monthly
      * charge, the free item allowance and the per-item charge.
      * Item fees: field 1 is the official-check fee, fields
      * 2/3/4 the NSF item fee, the daily NSF item maximum and the
      * legal-processing fee.  An add starts the other group's
      * terms at zero (nothing charged) until a change supplies
      * them.
      *----------------------------------------------------------
       7000-APPLY-FEESCHED-CHANGE.
           MOVE "N" TO WS-ON-FILE-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE 0 TO WS-NEW-FEE-FIELD-1
           IF RMTX-FIELD-1-TEXT NOT = SPACES
               COMPUTE WS-NEW-FEE-FIELD-1 =
                   FUNCTION NUMVAL(RMTX-FIELD-1-TEXT)
           END-IF
           MOVE RMTX-FEE-PREFIX TO FEE-ACCT-PREFIX
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ROW-ON-FILE TO TRUE
                   PERFORM 7100-FORMAT-FEE-IMAGE
                   MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN RMTX-ADD
                   IF WS-ROW-ON-FILE
                       SET WS-TXN-REJECTED TO TRUE
                       MOVE "ROW ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       GO TO 7000-EXIT
                   END-IF
                   MOVE RMTX-FEE-PREFIX TO FEE-ACCT-PREFIX
                   MOVE 0 TO FEE-MONTHLY-AMOUNT
                   MOVE 0 TO FEE-FREE-ITEMS
                   MOVE 0 TO FEE-PER-ITEM-AMOUNT
                   MOVE 0 TO FEE-WAIVER-MIN-BAL
                   MOVE 0 TO FEE-NSF-AMOUNT
                   MOVE 0 TO FEE-NSF-DAILY-MAX
                   MOVE 0 TO FEE-LEGAL-AMOUNT
                   MOVE 0 TO FEE-OFCK-AMOUNT
                   PERFORM 7200-OVERLAY-FEE-TERMS
                   WRITE FEE-RECORD
                   PERFORM 7100-FORMAT-FEE-IMAGE
               WHEN RMTX-CHANGE
                   IF NOT WS-ROW-ON-FILE
                       SET WS-TXN-REJECTED TO TRUE
                       MOVE "ROW NOT ON FILE" TO WS-REJECT-REASON
                       GO TO 7000-EXIT
                   END-IF
                   PERFORM 7200-OVERLAY-FEE-TERMS
                   REWRITE FEE-RECORD
                   PERFORM 7100-FORMAT-FEE-IMAGE
               WHEN RMTX-DELETE
                   IF NOT WS-ROW-ON-FILE
                       SET WS-TXN-REJECTED TO TRUE
                       MOVE "ROW NOT ON FILE" TO WS-REJECT-REASON
                       GO TO 7000-EXIT
                   END-IF
                   DELETE FEE-SCHEDULE-FILE
                   MOVE "*DELETED*" TO WS-AFTER-IMAGE
               WHEN OTHER
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "INVALID ACTION" TO WS-REJECT-REASON
           END-EVALUATE.

       7000-EXIT.
           EXIT.

      *    The image shows the group of terms the change carries.
       7100-FORMAT-FEE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE
           IF RMTX-FEE-ITEM
               MOVE FEE-NSF-AMOUNT TO WS-EDIT-FEE-ITEM
               MOVE FEE-LEGAL-AMOUNT TO WS-EDIT-FEE-LEGAL
               MOVE FEE-OFCK-AMOUNT TO WS-EDIT-FEE-OFCK
               STRING "NSF=" WS-EDIT-FEE-ITEM
                   " MAX=" FEE-NSF-DAILY-MAX
                   " LEGAL=" WS-EDIT-FEE-LEGAL
                   " OFCK=" WS-EDIT-FEE-OFCK
                   DELIMITED BY SIZE INTO WS-AFTER-IMAGE
           ELSE
               MOVE FEE-MONTHLY-AMOUNT TO WS-EDIT-FEE-MONTHLY
               MOVE FEE-PER-ITEM-AMOUNT TO WS-EDIT-FEE-ITEM
               MOVE FEE-WAIVER-MIN-BAL TO WS-EDIT-FEE-WAIVER
               STRING "MO=" WS-EDIT-FEE-MONTHLY
                   " FREE=" FEE-FREE-ITEMS
                   " ITEM=" WS-EDIT-FEE-ITEM
                   " WV=" WS-EDIT-FEE-WAIVER
                   DELIMITED BY SIZE INTO WS-AFTER-IMAGE
           END-IF.

      *    Spaces mean "leave alone", the teller-branch convention.
       7200-OVERLAY-FEE-TERMS.
           IF RMTX-FEE-ITEM
               IF RMTX-FIELD-1-TEXT NOT = SPACES
                   MOVE WS-NEW-FEE-FIELD-1 TO FEE-OFCK-AMOUNT
               END-IF
               IF RMTX-FIELD-2-TEXT NOT = SPACES
                   MOVE WS-NEW-AMOUNT-1 TO FEE-NSF-AMOUNT
               END-IF
               IF RMTX-FIELD-3-TEXT NOT = SPACES
                   MOVE WS-NEW-AMOUNT-2 TO FEE-NSF-DAILY-MAX
               END-IF
               IF RMTX-FIELD-4-TEXT NOT = SPACES
                   MOVE WS-NEW-AMOUNT-3 TO FEE-LEGAL-AMOUNT
               END-IF
           ELSE
               IF RMTX-FIELD-1-TEXT NOT = SPACES
                   MOVE WS-NEW-FEE-FIELD-1 TO FEE-WAIVER-MIN-BAL
               END-IF
               IF RMTX-FIELD-2-TEXT NOT = SPACES
                   MOVE WS-NEW-AMOUNT-1 TO FEE-MONTHLY-AMOUNT
               END-IF
               IF RMTX-FIELD-3-TEXT NOT = SPACES
                   MOVE WS-NEW-AMOUNT-2 TO FEE-FREE-ITEMS
               END-IF
               IF RMTX-FIELD-4-TEXT NOT = SPACES
                   MOVE WS-NEW-AMOUNT-3 TO FEE-PER-ITEM-AMOUNT
               END-IF
           END-IF.

       9000-WRITE-AUDIT-IMAGE.
           MOVE SPACES TO AUD-LINE
           STRING WS-CURRENT-DATE " " RMTX-FILE-ID " "
