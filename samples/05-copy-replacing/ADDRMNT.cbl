      * history is kept, not overwritten - and a delete removes
      * one dated record.  The print room stops matching
      * statements to envelopes from a spreadsheet.
      *
      * Modification history:
      *   2026-10-15  Returned mail: action R flags the address in
      *               effect on the date the piece came back as
      *               undeliverable, with the date, the source
      *               document and a running count, so the mailing
      *               programs hold mail for it.  A newly added or
      *               changed address lands unflagged.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDR-MNT.

           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-KEY
               FILE STATUS IS WS-ADDR-FILE-STATUS.

               88  ATXN-ADD              VALUE "A".
               88  ATXN-CHANGE           VALUE "C".
               88  ATXN-DELETE           VALUE "D".
               88  ATXN-RETURNED-MAIL    VALUE "R".
           05  ATXN-CUST-NO          PIC X(06).
           05  ATXN-EFF-DATE         PIC 9(08).
           05  ATXN-LINE-1           PIC X(30).
           05  ATXN-CITY             PIC X(20).
           05  ATXN-STATE            PIC X(02).
           05  ATXN-ZIP              PIC X(10).
      *    Returned mail only (the effective-date field carries the
      *    date the piece came back): the document that came back,
      *    STMT, ESCH, YTAX, NOTC or OTHR.
           05  ATXN-RETURN-SOURCE    PIC X(04).

       FD  ADDRESS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-TXN-FILE-STATUS        PIC X(02).
       01  WS-ADDR-FILE-STATUS       PIC X(02).

       01  WS-SCAN-DONE-SW           PIC X(01) VALUE "N".
           88  WS-SCAN-DONE              VALUE "Y".
       01  WS-CURRENT-KEY            PIC X(14) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TXNS-READ          PIC 9(06) VALUE 0.
           05  WS-TXNS-APPLIED       PIC 9(06) VALUE 0.
                   MOVE "10" TO WS-TXN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
                   PERFORM 2000-APPLY-ONE-TXN THRU 2000-EXIT
           END-READ.

      *----------------------------------------------------------
      * Validate and apply one transaction.  An add must land on
      * a fresh customer/effective-date key; a change rewrites an
      * existing dated record; a delete removes one; returned
      * mail flags the address that was in effect.
      *----------------------------------------------------------
       2000-APPLY-ONE-TXN.
           IF ATXN-CUST-NO = SPACES
               WHEN ATXN-ADD
                   PERFORM 2100-ADD-ADDRESS
               WHEN ATXN-CHANGE
                   PERFORM 2200-CHANGE-ADDRESS THRU 2200-EXIT
               WHEN ATXN-DELETE
                   PERFORM 2300-DELETE-ADDRESS
               WHEN ATXN-RETURNED-MAIL
                   PERFORM 2400-FLAG-RETURNED-MAIL THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "ADDR-MNT: rejected " ATXN-CUST-NO
                   ADD 1 TO WS-TXNS-APPLIED
           END-DELETE.

      *----------------------------------------------------------
      * Returned mail: the piece went to whichever address was in
      * effect on the date it came back - the newest dated record
      * for the customer on or before that date.  That record is
      * flagged undeliverable; a second return adds to the count.
      *----------------------------------------------------------
       2400-FLAG-RETURNED-MAIL.
           MOVE ATXN-RETURN-SOURCE TO ADDR-RETURNED-SOURCE
           IF NOT ADDR-VALID-RETURN-SOURCE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "ADDR-MNT: rejected " ATXN-CUST-NO
                       " - invalid return source " ATXN-RETURN-SOURCE
               GO TO 2400-EXIT
           END-IF

           MOVE SPACES TO WS-CURRENT-KEY
           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE ATXN-CUST-NO TO ADDR-CUST-NO
           MOVE 0 TO ADDR-EFF-DATE
           START ADDRESS-MASTER-FILE KEY IS NOT LESS THAN ADDR-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 2450-SCAN-ONE-DATED-ADDRESS
               UNTIL WS-SCAN-DONE
           IF WS-CURRENT-KEY = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "ADDR-MNT: rejected " ATXN-CUST-NO
                       " - no address in effect on "
                       ATXN-EFF-DATE
               GO TO 2400-EXIT
           END-IF

           MOVE WS-CURRENT-KEY TO ADDR-KEY
           READ ADDRESS-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "ADDR-MNT: rejected " ATXN-CUST-NO
                           " - dated record not on file"
                   GO TO 2400-EXIT
           END-READ
           IF NOT ADDR-UNDELIVERABLE
               MOVE 0 TO ADDR-RETURNED-COUNT
           END-IF
           SET ADDR-UNDELIVERABLE TO TRUE
           MOVE ATXN-EFF-DATE TO ADDR-RETURNED-DATE
           MOVE ATXN-RETURN-SOURCE TO ADDR-RETURNED-SOURCE
           IF ADDR-RETURNED-COUNT < 999
               ADD 1 TO ADDR-RETURNED-COUNT
           END-IF
           REWRITE ADDR-RECORD
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "ADDR-MNT: rewrite failed for "
                           ATXN-CUST-NO
               NOT INVALID KEY
                   ADD 1 TO WS-TXNS-APPLIED
           END-REWRITE.

       2400-EXIT.
           EXIT.

       2450-SCAN-ONE-DATED-ADDRESS.
           READ ADDRESS-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF ADDR-CUST-NO = ATXN-CUST-NO
                       AND ADDR-EFF-DATE <= ATXN-EFF-DATE
                       MOVE ADDR-KEY TO WS-CURRENT-KEY
                   ELSE
                       SET WS-SCAN-DONE TO TRUE
                   END-IF
           END-READ.

      *    A new or changed address has not been returned yet -
      *    whatever came back went to the old one.
       2500-BUILD-ADDRESS-RECORD.
           MOVE ATXN-CUST-NO  TO ADDR-CUST-NO
           MOVE ATXN-EFF-DATE TO ADDR-EFF-DATE
           MOVE ATXN-LINE-2   TO ADDR-LINE-2
           MOVE ATXN-CITY     TO ADDR-CITY
           MOVE ATXN-STATE    TO ADDR-STATE
           MOVE ATXN-ZIP      TO ADDR-ZIP
           SET ADDR-DELIVERABLE TO TRUE
           MOVE 0 TO ADDR-RETURNED-DATE
           MOVE SPACES TO ADDR-RETURNED-SOURCE
           MOVE 0 TO ADDR-RETURNED-COUNT.
