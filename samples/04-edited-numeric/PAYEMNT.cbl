      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: disbursement payee master maintenance.  Reads a
      * file of add/change/delete transactions and applies them to
      * the PAYEEMST payee master, the transaction-driven shape
      * ADDR-MNT uses for the address master.  A payee carries the
      * tax ID, mailing address and 1099-reportable flag the year-
      * end CHK-1099 job reports from, so an add without a tax ID,
      * a valid tax-ID type, or a Y/N reportable flag is rejected
      * rather than left to fail in January.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYE-MNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-TXN-FILE ASSIGN TO "PAYETXNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYE-PAYEE-ID
               FILE STATUS IS WS-PAYE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PTXN-RECORD.
           05  PTXN-ACTION           PIC X(01).
               88  PTXN-ADD              VALUE "A".
               88  PTXN-CHANGE           VALUE "C".
               88  PTXN-DELETE           VALUE "D".
           05  PTXN-PAYEE-ID         PIC X(08).
           05  PTXN-FIRST-NAME       PIC X(20).
           05  PTXN-MIDDLE-NAME      PIC X(20).
           05  PTXN-LAST-NAME        PIC X(20).
           05  PTXN-SUFFIX           PIC X(10).
           05  PTXN-TAX-ID           PIC X(09).
           05  PTXN-TAX-ID-TYPE      PIC X(01).
           05  PTXN-ADDR-LINE-1      PIC X(30).
           05  PTXN-ADDR-LINE-2      PIC X(30).
           05  PTXN-CITY             PIC X(20).
           05  PTXN-STATE            PIC X(02).
           05  PTXN-ZIP              PIC X(10).
           05  PTXN-REPORTABLE       PIC X(01).

       FD  PAYEE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYEEREC.

       WORKING-STORAGE SECTION.
       01  WS-TXN-FILE-STATUS        PIC X(02).
       01  WS-PAYE-FILE-STATUS       PIC X(02).

       01  WS-TXN-VALID-SW           PIC X(01) VALUE "Y".
           88  WS-TXN-VALID              VALUE "Y".

       01  WS-COUNTERS.
           05  WS-TXNS-READ          PIC 9(06) VALUE 0.
           05  WS-TXNS-APPLIED       PIC 9(06) VALUE 0.
           05  WS-TXNS-REJECTED      PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT PAYEE-TXN-FILE
           OPEN I-O PAYEE-MASTER-FILE
           IF WS-PAYE-FILE-STATUS = "35"
               OPEN OUTPUT PAYEE-MASTER-FILE
               CLOSE PAYEE-MASTER-FILE
               OPEN I-O PAYEE-MASTER-FILE
           END-IF

           PERFORM 1000-PROCESS-TRANSACTION
               UNTIL WS-TXN-FILE-STATUS = "10"

           CLOSE PAYEE-TXN-FILE
           CLOSE PAYEE-MASTER-FILE

           DISPLAY "PAYE-MNT: transactions read " WS-TXNS-READ
           DISPLAY "PAYE-MNT: applied           " WS-TXNS-APPLIED
           DISPLAY "PAYE-MNT: rejected          " WS-TXNS-REJECTED

           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-PROCESS-TRANSACTION.
           READ PAYEE-TXN-FILE
               AT END
                   MOVE "10" TO WS-TXN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
                   PERFORM 2000-APPLY-ONE-TXN THRU 2000-EXIT
           END-READ.

      *----------------------------------------------------------
      * Validate and apply one transaction.  An add must land on
      * a fresh payee ID; a change rewrites an existing payee; a
      * delete removes one.  Adds and changes must carry what
      * the 1099 needs.
      *----------------------------------------------------------
       2000-APPLY-ONE-TXN.
           IF PTXN-PAYEE-ID = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "PAYE-MNT: rejected - payee ID required"
               GO TO 2000-EXIT
           END-IF

           IF PTXN-ADD OR PTXN-CHANGE
               PERFORM 2400-EDIT-TAX-FIELDS THRU 2400-EXIT
               IF NOT WS-TXN-VALID
                   GO TO 2000-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN PTXN-ADD
                   PERFORM 2100-ADD-PAYEE
               WHEN PTXN-CHANGE
                   PERFORM 2200-CHANGE-PAYEE THRU 2200-EXIT
               WHEN PTXN-DELETE
                   PERFORM 2300-DELETE-PAYEE
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "PAYE-MNT: rejected " PTXN-PAYEE-ID
                           " - invalid action " PTXN-ACTION
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-ADD-PAYEE.
           PERFORM 2500-BUILD-PAYEE-RECORD
           WRITE PAYE-RECORD
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "PAYE-MNT: rejected " PTXN-PAYEE-ID
                           " - payee already on file"
               NOT INVALID KEY
                   ADD 1 TO WS-TXNS-APPLIED
           END-WRITE.

       2200-CHANGE-PAYEE.
           MOVE PTXN-PAYEE-ID TO PAYE-PAYEE-ID
           READ PAYEE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "PAYE-MNT: rejected " PTXN-PAYEE-ID
                           " - payee not on file"
                   GO TO 2200-EXIT
           END-READ
           PERFORM 2500-BUILD-PAYEE-RECORD
           REWRITE PAYE-RECORD
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "PAYE-MNT: rewrite failed for "
                           PTXN-PAYEE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TXNS-APPLIED
           END-REWRITE.

       2200-EXIT.
           EXIT.

       2300-DELETE-PAYEE.
           MOVE PTXN-PAYEE-ID TO PAYE-PAYEE-ID
           DELETE PAYEE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "PAYE-MNT: rejected " PTXN-PAYEE-ID
                           " - payee not on file"
               NOT INVALID KEY
                   ADD 1 TO WS-TXNS-APPLIED
           END-DELETE.

      *----------------------------------------------------------
      * A reportable payee must carry a nine-digit tax ID and its
      * type; every payee must say Y or N.
      *----------------------------------------------------------
       2400-EDIT-TAX-FIELDS.
           SET WS-TXN-VALID TO TRUE
           IF PTXN-REPORTABLE NOT = "Y" AND PTXN-REPORTABLE NOT = "N"
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "PAYE-MNT: rejected " PTXN-PAYEE-ID
                       " - reportable flag must be Y or N"
               MOVE "N" TO WS-TXN-VALID-SW
               GO TO 2400-EXIT
           END-IF
           IF PTXN-REPORTABLE = "N"
               GO TO 2400-EXIT
           END-IF
           IF PTXN-TAX-ID IS NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "PAYE-MNT: rejected " PTXN-PAYEE-ID
                       " - nine-digit tax ID required"
               MOVE "N" TO WS-TXN-VALID-SW
               GO TO 2400-EXIT
           END-IF
           IF PTXN-TAX-ID-TYPE NOT = "E" AND PTXN-TAX-ID-TYPE NOT = "S"
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "PAYE-MNT: rejected " PTXN-PAYEE-ID
                       " - tax ID type must be E or S"
               MOVE "N" TO WS-TXN-VALID-SW
           END-IF.

       2400-EXIT.
           EXIT.

       2500-BUILD-PAYEE-RECORD.
           MOVE PTXN-PAYEE-ID     TO PAYE-PAYEE-ID
           MOVE PTXN-FIRST-NAME   TO PAYE-FIRST-NAME
           MOVE PTXN-MIDDLE-NAME  TO PAYE-MIDDLE-NAME
           MOVE PTXN-LAST-NAME    TO PAYE-LAST-NAME
           MOVE PTXN-SUFFIX       TO PAYE-SUFFIX
           MOVE PTXN-TAX-ID       TO PAYE-TAX-ID
           MOVE PTXN-TAX-ID-TYPE  TO PAYE-TAX-ID-TYPE
           MOVE PTXN-ADDR-LINE-1  TO PAYE-ADDR-LINE-1
           MOVE PTXN-ADDR-LINE-2  TO PAYE-ADDR-LINE-2
           MOVE PTXN-CITY         TO PAYE-CITY
           MOVE PTXN-STATE        TO PAYE-STATE
           MOVE PTXN-ZIP          TO PAYE-ZIP
           MOVE PTXN-REPORTABLE   TO PAYE-REPORTABLE.
