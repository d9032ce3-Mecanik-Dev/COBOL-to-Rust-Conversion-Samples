      *               not yet in force, so tier changes apply to
      *               the table at once instead of riding the
      *               pending file.
      *   2026-10-15  Maintain the GLBUDGET budget file (table ID
      *               B) by period and G/L account, dated like a
      *               rate change so a re-forecast applies on its
      *               effective date; the account must be on the
      *               GLCOA chart.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBL-MAINT.
               RECORD KEY IS TIER-KEY
               FILE STATUS IS WS-TIER-FILE-STATUS.

           SELECT GL-BUDGET-FILE ASSIGN TO "GLBUDGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-FILE-STATUS.

           SELECT GL-CHART-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLA-ACCT-NO
               FILE STATUS IS WS-GLA-FILE-STATUS.

           SELECT TABLE-AUDIT-FILE ASSIGN TO "TBLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
               88  TMTX-RATE-TABLE       VALUE "R".
               88  TMTX-CURR-TABLE       VALUE "C".
               88  TMTX-TIER-TABLE       VALUE "T".
               88  TMTX-BUDGET-TABLE     VALUE "B".
           05  TMTX-ACTION           PIC X(01).
               88  TMTX-ADD              VALUE "A".
               88  TMTX-CHANGE           VALUE "C".
      *    row key.
           05  TMTX-ACCT-PREFIX      PIC X(03).
           05  TMTX-BAND-FLOOR-TEXT  PIC X(12).
      *    Budget-table transactions only: the period and G/L
      *    account the budget row is for, and the amount on the
      *    account's own side.
           05  TMTX-BUDGET-PERIOD    PIC 9(06).
           05  TMTX-BUDGET-PERIOD-R REDEFINES TMTX-BUDGET-PERIOD.
               10  TMTX-BUDGET-YEAR  PIC 9(04).
               10  TMTX-BUDGET-MONTH PIC 9(02).
           05  TMTX-GL-ACCT          PIC X(04).
           05  TMTX-AMOUNT-TEXT      PIC X(15).

       FD  PENDING-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDI-RECORD              PIC X(101).

       FD  PENDING-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDO-RECORD              PIC X(101).

       FD  RATE-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY INTTIER.

       FD  GL-BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLBUDGET.

       FD  GL-CHART-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLCOA.

       FD  TABLE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUD-LINE                  PIC X(170).

       WORKING-STORAGE SECTION.
       01  WS-TXN-FILE-STATUS        PIC X(02).
       01  WS-RATE-FILE-STATUS       PIC X(02).
       01  WS-CURR-FILE-STATUS       PIC X(02).
       01  WS-TIER-FILE-STATUS       PIC X(02).
       01  WS-GLB-FILE-STATUS        PIC X(02).
       01  WS-GLA-FILE-STATUS        PIC X(02).
       01  WS-AUD-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

       01  WS-NEW-RATE-1             PIC S9(3)V9(6) COMP-3 VALUE 0.
       01  WS-NEW-RATE-2             PIC S9(3)V9(6) COMP-3 VALUE 0.
       01  WS-NEW-BAND-FLOOR         PIC 9(09) VALUE 0.
       01  WS-NEW-BUDGET-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-BUDGET            PIC -9(11).99.
       01  WS-ON-FILE-SW             PIC X(01) VALUE "N".
           88  WS-ROW-ON-FILE            VALUE "Y".
       01  WS-REJECT-SW              PIC X(01) VALUE "N".
               CLOSE INTEREST-TIER-FILE
               OPEN I-O INTEREST-TIER-FILE
           END-IF
           OPEN I-O GL-BUDGET-FILE
           IF WS-GLB-FILE-STATUS = "35"
               OPEN OUTPUT GL-BUDGET-FILE
               CLOSE GL-BUDGET-FILE
               OPEN I-O GL-BUDGET-FILE
           END-IF
           OPEN INPUT GL-CHART-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           OPEN EXTEND TABLE-AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "05" OR WS-AUD-FILE-STATUS = "35"
           CLOSE RATE-TABLE-FILE
           CLOSE CURRENCY-TABLE-FILE
           CLOSE INTEREST-TIER-FILE
           CLOSE GL-BUDGET-FILE
           CLOSE GL-CHART-FILE
           CLOSE PENDING-OUT-FILE
           CLOSE TABLE-AUDIT-FILE

                   PERFORM 4000-APPLY-CURRENCY-CHANGE
               WHEN TMTX-TIER-TABLE
                   PERFORM 4500-APPLY-TIER-CHANGE
               WHEN TMTX-BUDGET-TABLE
                   PERFORM 4800-APPLY-BUDGET-CHANGE THRU 4800-EXIT
               WHEN OTHER
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "INVALID TABLE ID" TO WS-REJECT-REASON
           STRING "RATE=" WS-EDIT-RATE-1
               DELIMITED BY SIZE INTO WS-AFTER-IMAGE.

      *----------------------------------------------------------
      * Apply one add/change/delete to the budget file.  The key
      * is period and G/L account; the account must be on the
      * chart and the amount rides in its own text field, too
      * wide for the rate fields, and must read as a number.  A
      * write the file refuses rejects the transaction rather
      * than logging it applied.
      *----------------------------------------------------------
       4800-APPLY-BUDGET-CHANGE.
           MOVE "N" TO WS-ON-FILE-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           IF TMTX-BUDGET-PERIOD NOT NUMERIC
               OR TMTX-BUDGET-MONTH < 1 OR TMTX-BUDGET-MONTH > 12
               SET WS-TXN-REJECTED TO TRUE
               MOVE "INVALID BUDGET PERIOD" TO WS-REJECT-REASON
               GO TO 4800-EXIT
           END-IF
           MOVE TMTX-GL-ACCT TO GLA-ACCT-NO
           READ GL-CHART-FILE
               INVALID KEY
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "ACCOUNT NOT ON GLCOA" TO WS-REJECT-REASON
                   GO TO 4800-EXIT
           END-READ
           IF NOT TMTX-DELETE
               IF FUNCTION TEST-NUMVAL(TMTX-AMOUNT-TEXT) NOT = 0
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "INVALID BUDGET AMOUNT" TO WS-REJECT-REASON
                   GO TO 4800-EXIT
               END-IF
               COMPUTE WS-NEW-BUDGET-AMOUNT =
                   FUNCTION NUMVAL(TMTX-AMOUNT-TEXT)
           END-IF

           MOVE TMTX-BUDGET-PERIOD TO GLB-PERIOD
           MOVE TMTX-GL-ACCT       TO GLB-GL-ACCT
           READ GL-BUDGET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ROW-ON-FILE TO TRUE
                   PERFORM 4900-FORMAT-BUDGET-BEFORE
           END-READ

           EVALUATE TRUE
               WHEN TMTX-ADD
                   IF WS-ROW-ON-FILE
                       SET WS-TXN-REJECTED TO TRUE
                       MOVE "ROW ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       GO TO 4800-EXIT
                   END-IF
                   MOVE TMTX-BUDGET-PERIOD TO GLB-PERIOD
                   MOVE TMTX-GL-ACCT       TO GLB-GL-ACCT
                   MOVE WS-NEW-BUDGET-AMOUNT TO GLB-AMOUNT
                   MOVE TMTX-EFF-DATE TO GLB-EFF-DATE
                   MOVE TMTX-USER-ID TO GLB-USER-ID
                   WRITE GLB-RECORD
                       INVALID KEY
                           SET WS-TXN-REJECTED TO TRUE
                           MOVE "BUDGET WRITE FAILED"
                               TO WS-REJECT-REASON
                           GO TO 4800-EXIT
                   END-WRITE
                   PERFORM 4950-FORMAT-BUDGET-AFTER
               WHEN TMTX-CHANGE
                   IF NOT WS-ROW-ON-FILE
                       SET WS-TXN-REJECTED TO TRUE
                       MOVE "ROW NOT ON FILE" TO WS-REJECT-REASON
                       GO TO 4800-EXIT
                   END-IF
                   MOVE WS-NEW-BUDGET-AMOUNT TO GLB-AMOUNT
                   MOVE TMTX-EFF-DATE TO GLB-EFF-DATE
                   MOVE TMTX-USER-ID TO GLB-USER-ID
                   REWRITE GLB-RECORD
                       INVALID KEY
                           SET WS-TXN-REJECTED TO TRUE
                           MOVE "BUDGET REWRITE FAILED"
                               TO WS-REJECT-REASON
                           GO TO 4800-EXIT
                   END-REWRITE
                   PERFORM 4950-FORMAT-BUDGET-AFTER
               WHEN TMTX-DELETE
                   IF NOT WS-ROW-ON-FILE
                       SET WS-TXN-REJECTED TO TRUE
                       MOVE "ROW NOT ON FILE" TO WS-REJECT-REASON
                       GO TO 4800-EXIT
                   END-IF
                   DELETE GL-BUDGET-FILE
                       INVALID KEY
                           SET WS-TXN-REJECTED TO TRUE
                           MOVE "BUDGET DELETE FAILED"
                               TO WS-REJECT-REASON
                           GO TO 4800-EXIT
                   END-DELETE
                   MOVE "*DELETED*" TO WS-AFTER-IMAGE
               WHEN OTHER
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "INVALID ACTION" TO WS-REJECT-REASON
           END-EVALUATE.

       4800-EXIT.
           EXIT.

       4900-FORMAT-BUDGET-BEFORE.
           MOVE GLB-AMOUNT TO WS-EDIT-BUDGET
           MOVE SPACES TO WS-BEFORE-IMAGE
           STRING "BUDGET=" WS-EDIT-BUDGET
               DELIMITED BY SIZE INTO WS-BEFORE-IMAGE.

       4950-FORMAT-BUDGET-AFTER.
           MOVE GLB-AMOUNT TO WS-EDIT-BUDGET
           MOVE SPACES TO WS-AFTER-IMAGE
           STRING "BUDGET=" WS-EDIT-BUDGET
               DELIMITED BY SIZE INTO WS-AFTER-IMAGE.

       4100-FORMAT-CURR-BEFORE.
           MOVE CURR-CONV-RATE TO WS-EDIT-RATE-1
           MOVE SPACES TO WS-BEFORE-IMAGE
               TMTX-PRODUCT-CODE TMTX-CUSTOMER-CODE
               TMTX-JURIS-CODE TMTX-CURR-CODE
               TMTX-ACCT-PREFIX TMTX-BAND-FLOOR-TEXT
               TMTX-BUDGET-PERIOD TMTX-GL-ACCT
               " BY " TMTX-USER-ID
               " BEFORE " WS-BEFORE-IMAGE
               " AFTER " WS-AFTER-IMAGE
