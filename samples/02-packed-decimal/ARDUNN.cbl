      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: receivables dunning run.  AR-AGE tells
      * collections which customers are 30, 60 or 90-plus days
      * behind, but the customer never heard from us until someone
      * picked up the phone.  This run sorts the open ARITEMS by
      * customer and invoice date and sends every customer with a
      * past-due item a statement of account - each open item with
      * its original amount, cash applied and balance - under a
      * letter whose wording firms up with the age of the oldest
      * item, on the AR-AGE buckets:
      *
      *   30-59 days   level 1  reminder
      *   60-89 days   level 2  second notice
      *   90+ days     level 3  final demand
      *
      * Every letter sent is recorded on the ARDUNHST history under
      * the business date's year and month, and a customer is not
      * sent a level already sent (or passed) in the same cycle -
      * so a second run in the month only writes escalations.  The
      * billing name and address come off the ARCUST master; a
      * customer with no billing address gets no letter, is listed
      * on the run report, and is tried again next run.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-DUNN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT DUNNING-HISTORY-FILE ASSIGN TO "ARDUNHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARDN-KEY
               FILE STATUS IS WS-ARDN-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "DUNNLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.

           SELECT DUNNING-REPORT-FILE ASSIGN TO "DUNNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  AR-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARITEM.

       FD  AR-CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCUST.

       FD  DUNNING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARDUNREC.

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LTR-LINE                  PIC X(100).

       FD  DUNNING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       SD  SORT-WORK-FILE.
      *    Customer, then oldest invoice first, so the first item
      *    returned for a customer decides the letter level.
       01  SORT-RECORD.
           05  SRT-CUSTOMER-CODE     PIC X(06).
           05  SRT-INVOICE-DATE      PIC 9(08).
           05  SRT-INV-NUMBER        PIC X(08).
           05  SRT-LINE-NO           PIC 9(03).
           05  SRT-ORIG-AMOUNT       PIC S9(7)V99.
           05  SRT-PAID-AMOUNT       PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-AR-FILE-STATUS         PIC X(02).
       01  WS-ARC-FILE-STATUS        PIC X(02).
       01  WS-ARDN-FILE-STATUS       PIC X(02).
       01  WS-LTR-FILE-STATUS        PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-SORT-STATUS            PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMM     PIC 9(06).
           05  FILLER                PIC 9(02).

       01  WS-OPEN-AMOUNT            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-AGE-DAYS               PIC S9(05) VALUE 0.

      *    The customer whose items are being returned.
       01  WS-CUR-CUSTOMER           PIC X(06) VALUE SPACES.
       01  WS-CUR-LEVEL              PIC 9(01) VALUE 0.
       01  WS-CUR-OLDEST-DAYS        PIC S9(05) VALUE 0.
       01  WS-CUR-BALANCE            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CUR-ITEMS              PIC 9(05) VALUE 0.
       01  WS-SEND-SW                PIC X(01) VALUE "N".
           88  WS-SENDING-LETTER         VALUE "Y".
       01  WS-CHECK-LEVEL            PIC 9(01) VALUE 0.
       01  WS-ALREADY-SENT-SW        PIC X(01) VALUE "N".
           88  WS-ALREADY-SENT           VALUE "Y".
       01  WS-LEVEL-NAME             PIC X(13) VALUE SPACES.
       01  WS-REPORT-REASON          PIC X(40) VALUE SPACES.

       01  WS-LTR-ITEM.
           05  LTI-INV-NUMBER        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LTI-LINE-NO           PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LTI-INVOICE-DATE      PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LTI-ORIG-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LTI-PAID-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LTI-BALANCE           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LTI-AGE-DAYS          PIC ZZZZ9.
           05  FILLER                PIC X(26) VALUE SPACES.

       01  WS-LTR-COLUMNS.
           05  FILLER  PIC X(24) VALUE "INVOICE   LINE  INV DATE".
           05  FILLER  PIC X(14) VALUE "      ORIGINAL".
           05  FILLER  PIC X(14) VALUE "          PAID".
           05  FILLER  PIC X(14) VALUE "       BALANCE".
           05  FILLER  PIC X(07) VALUE "   DAYS".
           05  FILLER  PIC X(27) VALUE SPACES.

       01  WS-LTR-TOTAL.
           05  FILLER  PIC X(50)
               VALUE "TOTAL BALANCE DUE".
           05  LTT-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-CUSTOMER          PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-LEVEL-NAME        PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-OLDEST-DAYS       PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-REASON            PIC X(40).
           05  FILLER                PIC X(45) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ         PIC 9(06) VALUE 0.
           05  WS-ITEMS-OPEN         PIC 9(06) VALUE 0.
           05  WS-CUSTOMERS-SEEN     PIC 9(06) VALUE 0.
           05  WS-CUSTOMERS-CURRENT  PIC 9(06) VALUE 0.
           05  WS-LETTERS-SENT       PIC 9(06) VALUE 0.
           05  WS-LETTERS-SKIPPED    PIC 9(06) VALUE 0.
           05  WS-NO-ADDRESS         PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE

           OPEN INPUT AR-CUSTOMER-FILE
           OPEN I-O DUNNING-HISTORY-FILE
           IF WS-ARDN-FILE-STATUS = "35"
               OPEN OUTPUT DUNNING-HISTORY-FILE
               CLOSE DUNNING-HISTORY-FILE
               OPEN I-O DUNNING-HISTORY-FILE
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT DUNNING-REPORT-FILE

           MOVE SPACES TO RPT-LINE
           STRING "AR-DUNN: DUNNING RUN FOR CYCLE " WS-CURRENT-YYYYMM
               " AS OF " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUSTOMER-CODE
               ON ASCENDING KEY SRT-INVOICE-DATE
               ON ASCENDING KEY SRT-INV-NUMBER
               ON ASCENDING KEY SRT-LINE-NO
               INPUT PROCEDURE IS 1000-SELECT-OPEN-ITEMS
               OUTPUT PROCEDURE IS 2000-DUN-CUSTOMERS

           CLOSE AR-CUSTOMER-FILE
           CLOSE DUNNING-HISTORY-FILE
           CLOSE LETTER-FILE
           CLOSE DUNNING-REPORT-FILE

           DISPLAY "AR-DUNN: items read        " WS-ITEMS-READ
           DISPLAY "AR-DUNN: items open        " WS-ITEMS-OPEN
           DISPLAY "AR-DUNN: customers seen    " WS-CUSTOMERS-SEEN
           DISPLAY "AR-DUNN: customers current " WS-CUSTOMERS-CURRENT
           DISPLAY "AR-DUNN: letters sent      " WS-LETTERS-SENT
           DISPLAY "AR-DUNN: already sent      " WS-LETTERS-SKIPPED
           DISPLAY "AR-DUNN: no billing address" WS-NO-ADDRESS
           IF WS-NO-ADDRESS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------
      * Release every open item with a balance still owed - the
      * same items AR-AGE buckets.
      *----------------------------------------------------------
       1000-SELECT-OPEN-ITEMS.
           OPEN INPUT AR-ITEM-FILE
           PERFORM 1100-RELEASE-ONE-ITEM
               UNTIL WS-AR-FILE-STATUS = "10"
           CLOSE AR-ITEM-FILE.

       1100-RELEASE-ONE-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AR-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF AR-ITEM-OPEN
                       AND AR-ORIG-AMOUNT > AR-PAID-AMOUNT
                       ADD 1 TO WS-ITEMS-OPEN
                       MOVE AR-CUSTOMER-CODE TO SRT-CUSTOMER-CODE
                       MOVE AR-INVOICE-DATE TO SRT-INVOICE-DATE
                       MOVE AR-INV-NUMBER TO SRT-INV-NUMBER
                       MOVE AR-LINE-NO TO SRT-LINE-NO
                       MOVE AR-ORIG-AMOUNT TO SRT-ORIG-AMOUNT
                       MOVE AR-PAID-AMOUNT TO SRT-PAID-AMOUNT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Control break on customer: the first item returned opens
      * the customer (and decides the letter), every item is
      * listed, and the break closes the letter off.
      *----------------------------------------------------------
       2000-DUN-CUSTOMERS.
           MOVE "00" TO WS-SORT-STATUS
           PERFORM 2100-RETURN-ONE-ITEM
               UNTIL WS-SORT-STATUS = "10"
           IF WS-CUR-CUSTOMER NOT = SPACES
               PERFORM 3000-FINISH-CUSTOMER
           END-IF.

       2100-RETURN-ONE-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "10" TO WS-SORT-STATUS
               NOT AT END
                   IF SRT-CUSTOMER-CODE NOT = WS-CUR-CUSTOMER
                       IF WS-CUR-CUSTOMER NOT = SPACES
                           PERFORM 3000-FINISH-CUSTOMER
                       END-IF
                       PERFORM 2200-START-CUSTOMER THRU 2200-EXIT
                   END-IF
                   PERFORM 2500-LIST-ONE-ITEM
           END-RETURN.

      *----------------------------------------------------------
      * The oldest open item sets the level.  Nothing past due
      * means no letter; a level already sent this cycle (or a
      * higher one) means no letter; no billing address means no
      * letter and an exception.
      *----------------------------------------------------------
       2200-START-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-SEEN
           MOVE SRT-CUSTOMER-CODE TO WS-CUR-CUSTOMER
           MOVE 0 TO WS-CUR-BALANCE
           MOVE 0 TO WS-CUR-ITEMS
           MOVE "N" TO WS-SEND-SW
           MOVE SPACES TO WS-REPORT-REASON
           COMPUTE WS-CUR-OLDEST-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(SRT-INVOICE-DATE)

           EVALUATE TRUE
               WHEN WS-CUR-OLDEST-DAYS < 30
                   MOVE 0 TO WS-CUR-LEVEL
                   MOVE SPACES TO WS-LEVEL-NAME
               WHEN WS-CUR-OLDEST-DAYS < 60
                   MOVE 1 TO WS-CUR-LEVEL
                   MOVE "REMINDER" TO WS-LEVEL-NAME
               WHEN WS-CUR-OLDEST-DAYS < 90
                   MOVE 2 TO WS-CUR-LEVEL
                   MOVE "SECOND NOTICE" TO WS-LEVEL-NAME
               WHEN OTHER
                   MOVE 3 TO WS-CUR-LEVEL
                   MOVE "FINAL DEMAND" TO WS-LEVEL-NAME
           END-EVALUATE

           IF WS-CUR-LEVEL = 0
               ADD 1 TO WS-CUSTOMERS-CURRENT
               GO TO 2200-EXIT
           END-IF

           MOVE "N" TO WS-ALREADY-SENT-SW
           PERFORM 2300-CHECK-SENT-LEVEL
               VARYING WS-CHECK-LEVEL FROM WS-CUR-LEVEL BY 1
               UNTIL WS-CHECK-LEVEL > 3
           IF WS-ALREADY-SENT
               ADD 1 TO WS-LETTERS-SKIPPED
               MOVE "ALREADY SENT THIS CYCLE" TO WS-REPORT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE SRT-CUSTOMER-CODE TO ARC-CUSTOMER-CODE
           READ AR-CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO ARC-ADDR-LINE-1
           END-READ
           IF ARC-ADDR-LINE-1 = SPACES
               ADD 1 TO WS-NO-ADDRESS
               MOVE "*** NO BILLING ADDRESS ON ARCUST"
                   TO WS-REPORT-REASON
               GO TO 2200-EXIT
           END-IF

           SET WS-SENDING-LETTER TO TRUE
           PERFORM 2400-WRITE-LETTER-HEADING.

       2200-EXIT.
           EXIT.

       2300-CHECK-SENT-LEVEL.
           MOVE WS-CUR-CUSTOMER TO ARDN-CUSTOMER-CODE
           MOVE WS-CURRENT-YYYYMM TO ARDN-CYCLE
           MOVE WS-CHECK-LEVEL TO ARDN-LEVEL
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALREADY-SENT TO TRUE
           END-READ.

      *----------------------------------------------------------
      * Address block, statement heading, and the level's wording.
      *----------------------------------------------------------
       2400-WRITE-LETTER-HEADING.
           MOVE SPACES TO LTR-LINE
           MOVE ARC-NAME TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           MOVE ARC-ADDR-LINE-1 TO LTR-LINE
           WRITE LTR-LINE
           IF ARC-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO LTR-LINE
               MOVE ARC-ADDR-LINE-2 TO LTR-LINE
               WRITE LTR-LINE
           END-IF
           MOVE SPACES TO LTR-LINE
           STRING ARC-CITY ", " ARC-STATE " " ARC-ZIP
               DELIMITED BY SIZE INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE

           MOVE SPACES TO LTR-LINE
           STRING "STATEMENT OF ACCOUNT AS OF " WS-CURRENT-DATE
               "     CUSTOMER " WS-CUR-CUSTOMER
               "     " WS-LEVEL-NAME
               DELIMITED BY SIZE INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE

           EVALUATE WS-CUR-LEVEL
               WHEN 1
                   MOVE "OUR RECORDS SHOW THE ITEMS BELOW ARE PAST DUE."
                       TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE "IF YOU HAVE ALREADY SENT PAYMENT, PLEASE"
                       TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE "ACCEPT OUR THANKS AND DISREGARD THIS REMINDER."
                       TO LTR-LINE
                   WRITE LTR-LINE
               WHEN 2
                   MOVE "SECOND NOTICE - THE ITEMS BELOW REMAIN UNPAID."
                       TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE "PLEASE REMIT THE BALANCE DUE WITHIN 10 DAYS OR"
                       TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE "CALL US TO ARRANGE PAYMENT."
                       TO LTR-LINE
                   WRITE LTR-LINE
               WHEN OTHER
                   MOVE "FINAL DEMAND - THE ITEMS BELOW ARE MORE THAN"
                       TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE "90 DAYS PAST DUE.  UNLESS THE BALANCE IS PAID"
                       TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE "WITHIN 10 DAYS, FURTHER CREDIT WILL BE REFUSED"
                       TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE "AND THE ACCOUNT REFERRED FOR COLLECTION."
                       TO LTR-LINE
                   WRITE LTR-LINE
           END-EVALUATE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-LTR-COLUMNS TO LTR-LINE
           WRITE LTR-LINE.

       2500-LIST-ONE-ITEM.
           COMPUTE WS-OPEN-AMOUNT =
               SRT-ORIG-AMOUNT - SRT-PAID-AMOUNT
           ADD WS-OPEN-AMOUNT TO WS-CUR-BALANCE
           ADD 1 TO WS-CUR-ITEMS
           IF WS-SENDING-LETTER
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(SRT-INVOICE-DATE)
               MOVE SRT-INV-NUMBER TO LTI-INV-NUMBER
               MOVE SRT-LINE-NO TO LTI-LINE-NO
               MOVE SRT-INVOICE-DATE TO LTI-INVOICE-DATE
               MOVE SRT-ORIG-AMOUNT TO LTI-ORIG-AMOUNT
               MOVE SRT-PAID-AMOUNT TO LTI-PAID-AMOUNT
               MOVE WS-OPEN-AMOUNT TO LTI-BALANCE
               MOVE WS-AGE-DAYS TO LTI-AGE-DAYS
               MOVE WS-LTR-ITEM TO LTR-LINE
               WRITE LTR-LINE
           END-IF.

      *----------------------------------------------------------
      * Close the letter off with the balance due, record it on
      * the history, and list the customer on the run report.
      *----------------------------------------------------------
       3000-FINISH-CUSTOMER.
           IF WS-SENDING-LETTER
               MOVE WS-CUR-BALANCE TO LTT-BALANCE
               MOVE WS-LTR-TOTAL TO LTR-LINE
               WRITE LTR-LINE
               MOVE SPACES TO LTR-LINE
               WRITE LTR-LINE
               WRITE LTR-LINE
               PERFORM 3100-RECORD-LETTER
               ADD 1 TO WS-LETTERS-SENT
               MOVE "LETTER SENT" TO WS-REPORT-REASON
           END-IF

           IF WS-CUR-LEVEL > 0
               MOVE WS-CUR-CUSTOMER TO RPD-CUSTOMER
               MOVE WS-LEVEL-NAME TO RPD-LEVEL-NAME
               MOVE WS-CUR-BALANCE TO RPD-BALANCE
               MOVE WS-CUR-OLDEST-DAYS TO RPD-OLDEST-DAYS
               MOVE WS-REPORT-REASON TO RPD-REASON
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       3100-RECORD-LETTER.
           MOVE WS-CUR-CUSTOMER TO ARDN-CUSTOMER-CODE
           MOVE WS-CURRENT-YYYYMM TO ARDN-CYCLE
           MOVE WS-CUR-LEVEL TO ARDN-LEVEL
           MOVE WS-CURRENT-DATE TO ARDN-SENT-DATE
           MOVE WS-CUR-OLDEST-DAYS TO ARDN-OLDEST-DAYS
           MOVE WS-CUR-BALANCE TO ARDN-BALANCE
           MOVE WS-CUR-ITEMS TO ARDN-ITEM-COUNT
           WRITE ARDN-RECORD
               INVALID KEY
                   DISPLAY "AR-DUNN: history write failed for "
                           WS-CUR-CUSTOMER
           END-WRITE.
