      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: customer account alerts feed.  A depositor
      * heard about a large withdrawal, a released hold, a
      * returned ACH item or a balance run low only when the
      * statement arrived weeks later.  Customers now register
      * alerts through CUST-MNT (ALRTPREF: alert type, threshold,
      * SMS/e-mail/both), and this job runs nightly after the
      * day's activity extract: it scans the day's posted
      * activity (DAYACT) for withdrawals and transfers out at or
      * over a customer's threshold and for ACCT-HREL hold
      * releases, the ACH-SETL returned-item file (ACHRTRN) for
      * items sent back on the account, and every open account's
      * closing balance on ACCTMSTR for one below the customer's
      * low-balance level.  Each event is offered to every
      * customer linked to the account through CUSTXREF, and each
      * alert a customer registered for goes to the messaging
      * vendor on the alert extract (ALRTEXT) - one record per
      * channel, to the phone or e-mail on CUSTMSTR.  The ALRTSENT
      * log suppresses duplicates: one alert per customer,
      * account and type a day (per returned item for ACH
      * returns), and nothing twice on a rerun.  The control
      * report counts alerts by type.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ALRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "DAYACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ACH-RETURNS-FILE ASSIGN TO "ACHRTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-NO
               ALTERNATE RECORD KEY IS CUS-SEARCH-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUS-SEARCH-PHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ALERT-PREF-FILE ASSIGN TO "ALRTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALP-KEY
               FILE STATUS IS WS-ALP-FILE-STATUS.

           SELECT ALERT-SENT-FILE ASSIGN TO "ALRTSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALS-KEY
               FILE STATUS IS WS-ALS-FILE-STATUS.

           SELECT ALERT-EXTRACT-FILE ASSIGN TO "ALRTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT ALERT-REPORT-FILE ASSIGN TO "ALRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

      *    The ACH-SETL returned item: the operator's detail record
      *    as received, with the return code and reason appended.
       FD  ACH-RETURNS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTN-RECORD.
           05  RTN-ITEM-IMAGE.
               10  RTN-REC-TYPE      PIC X(01).
               10  RTN-ACCT-ID       PIC X(12).
               10  RTN-TRAN-CODE     PIC X(02).
                   88  RTN-TC-CREDIT     VALUE "22".
                   88  RTN-TC-DEBIT      VALUE "27".
               10  RTN-AMOUNT        PIC S9(7)V99.
               10  RTN-INDIV-NAME    PIC X(22).
               10  RTN-TRACE-NO      PIC X(15).
               10  FILLER            PIC X(19).
           05  RTN-RETURN-CODE       PIC X(03).
           05  RTN-RETURN-REASON     PIC X(20).

           COPY ACCTFILE.

       FD  CUST-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTXREF.

           COPY CUSTFILE.

       FD  ALERT-PREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALRTPREF.

       FD  ALERT-SENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALRTSENT.

      *    Header, one detail per alert and channel, trailer with
      *    the detail count - the ESTMTEXT shape.
       FD  ALERT-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXT-HEADER-RECORD.
           05  EXT-HDR-TYPE          PIC X(01).
           05  EXT-HDR-RUN-DATE      PIC 9(08).
           05  FILLER                PIC X(151).
       01  EXT-DETAIL-RECORD REDEFINES EXT-HEADER-RECORD.
           05  EXT-DTL-TYPE          PIC X(01).
           05  EXT-DTL-CUST-NO       PIC X(06).
           05  EXT-DTL-CHANNEL       PIC X(01).
           05  EXT-DTL-DESTINATION   PIC X(30).
           05  EXT-DTL-ALERT-TYPE    PIC X(02).
           05  EXT-DTL-ACCT-ID       PIC X(12).
           05  EXT-DTL-AMOUNT        PIC S9(7)V99.
           05  EXT-DTL-BALANCE       PIC S9(7)V99.
           05  EXT-DTL-EVENT-DATE    PIC 9(08).
           05  EXT-DTL-EVENT-REF     PIC X(15).
           05  EXT-DTL-MESSAGE       PIC X(60).
           05  FILLER                PIC X(07).
       01  EXT-TRAILER-RECORD REDEFINES EXT-HEADER-RECORD.
           05  EXT-TRL-TYPE          PIC X(01).
           05  EXT-TRL-DETAIL-COUNT  PIC 9(06).
           05  FILLER                PIC X(153).

       FD  ALERT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-RTN-FILE-STATUS        PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-XREF-FILE-STATUS       PIC X(02).
       01  WS-CUST-FILE-STATUS       PIC X(02).
       01  WS-ALP-FILE-STATUS        PIC X(02).
       01  WS-ALS-FILE-STATUS        PIC X(02).
       01  WS-EXT-FILE-STATUS        PIC X(02).
       01  WS-RPT-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

      *    The event being offered to the account's customers.
       01  WS-EVT-TYPE               PIC X(02) VALUE SPACES.
           88  WS-EVT-LOW-BALANCE        VALUE "LB".
       01  WS-EVT-ACCT-ID            PIC X(12) VALUE SPACES.
       01  WS-EVT-AMOUNT             PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-EVT-REF                PIC X(15) VALUE SPACES.
       01  WS-EVT-BALANCE            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-EVT-MESSAGE            PIC X(60) VALUE SPACES.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.99.

       01  WS-XREF-DONE-SW           PIC X(01) VALUE "N".
           88  WS-XREF-DONE              VALUE "Y".
       01  WS-MASTER-DONE-SW         PIC X(01) VALUE "N".
           88  WS-MASTER-DONE            VALUE "Y".
       01  WS-SEND-SMS-SW            PIC X(01) VALUE "N".
           88  WS-SEND-SMS               VALUE "Y".
       01  WS-SEND-EMAIL-SW          PIC X(01) VALUE "N".
           88  WS-SEND-EMAIL             VALUE "Y".

      *    Counts by alert type, in report order.
       01  WS-TYPE-NAMES.
           05  FILLER  PIC X(22) VALUE "LWLARGE WITHDRAWAL    ".
           05  FILLER  PIC X(22) VALUE "HRHOLD RELEASED       ".
           05  FILLER  PIC X(22) VALUE "ARACH ITEM RETURNED   ".
           05  FILLER  PIC X(22) VALUE "LBLOW BALANCE         ".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-TYPE-IDX.
               10  TYP-CODE          PIC X(02).
               10  TYP-NAME          PIC X(20).
       01  WS-TYPE-COUNTS.
           05  WS-TYPE-COUNT-ENTRY OCCURS 4 TIMES.
               10  TYC-EVENTS        PIC 9(07).
               10  TYC-TRIGGERED     PIC 9(07).
               10  TYC-DUPLICATES    PIC 9(07).
               10  TYC-NO-CONTACT    PIC 9(07).
               10  TYC-SENT          PIC 9(07).

       01  WS-COUNTERS.
           05  WS-DAYACT-READ        PIC 9(07) VALUE 0.
           05  WS-RETURNS-READ       PIC 9(07) VALUE 0.
           05  WS-ACCTS-READ         PIC 9(07) VALUE 0.
           05  WS-EXT-DETAIL-COUNT   PIC 9(06) VALUE 0.
           05  WS-TOT-TRIGGERED      PIC 9(07) VALUE 0.
           05  WS-TOT-DUPLICATES     PIC 9(07) VALUE 0.
           05  WS-TOT-NO-CONTACT     PIC 9(07) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER  PIC X(39)
               VALUE "ACCT-ALRT: CUSTOMER ALERTS FEED  RUN DA".
           05  FILLER  PIC X(03) VALUE "TE ".
           05  RPH-RUN-DATE          PIC 9(08).
           05  FILLER  PIC X(82) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER  PIC X(44) VALUE
               "TYPE                       EVENTS  TRIGGERED".
           05  FILLER  PIC X(88) VALUE
               " DUPLICATES NO CONTACT  MESSAGES SENT".

       01  WS-RPT-DETAIL.
           05  RPD-CODE              PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-NAME              PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RPD-EVENTS            PIC ZZZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  RPD-TRIGGERED         PIC ZZZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  RPD-DUPLICATES        PIC ZZZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  RPD-NO-CONTACT        PIC ZZZZZZ9.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  RPD-SENT              PIC ZZZZZZ9.
           05  FILLER                PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "BUSDATEG" USING WS-CURRENT-DATE
           INITIALIZE WS-TYPE-COUNTS

           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT CUST-XREF-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT ALERT-PREF-FILE
           OPEN I-O ALERT-SENT-FILE
           IF WS-ALS-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-SENT-FILE
               CLOSE ALERT-SENT-FILE
               OPEN I-O ALERT-SENT-FILE
           END-IF
           OPEN OUTPUT ALERT-EXTRACT-FILE
           OPEN OUTPUT ALERT-REPORT-FILE
           PERFORM 7000-WRITE-EXTRACT-HEADER

           OPEN INPUT AUDIT-TRAIL-FILE
           PERFORM 1000-SCAN-ONE-ACTIVITY
               UNTIL WS-AUDIT-FILE-STATUS = "10"
           CLOSE AUDIT-TRAIL-FILE

      *    ACH-SETL may not have run today - no returns file, no
      *    returned-item alerts.
           OPEN INPUT ACH-RETURNS-FILE
           IF WS-RTN-FILE-STATUS = "00"
               PERFORM 2000-SCAN-ONE-RETURN
                   UNTIL WS-RTN-FILE-STATUS = "10"
               CLOSE ACH-RETURNS-FILE
           END-IF

           MOVE LOW-VALUES TO MST-ACCT-ID
           START ACCT-MASTER-FILE KEY IS NOT LESS THAN MST-ACCT-ID
               INVALID KEY
                   SET WS-MASTER-DONE TO TRUE
           END-START
           PERFORM 3000-SCAN-ONE-BALANCE
               UNTIL WS-MASTER-DONE

           PERFORM 7900-WRITE-EXTRACT-TRAILER
           PERFORM 8000-PRINT-ALERT-REPORT

           CLOSE ACCT-MASTER-FILE
           CLOSE CUST-XREF-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE ALERT-PREF-FILE
           CLOSE ALERT-SENT-FILE
           CLOSE ALERT-EXTRACT-FILE
           CLOSE ALERT-REPORT-FILE

           DISPLAY "ACCT-ALRT: activity read      " WS-DAYACT-READ
           DISPLAY "ACCT-ALRT: ACH returns read   " WS-RETURNS-READ
           DISPLAY "ACCT-ALRT: accounts read      " WS-ACCTS-READ
           DISPLAY "ACCT-ALRT: alerts triggered   " WS-TOT-TRIGGERED
           DISPLAY "ACCT-ALRT: duplicates dropped " WS-TOT-DUPLICATES
           DISPLAY "ACCT-ALRT: no contact on file " WS-TOT-NO-CONTACT
           DISPLAY "ACCT-ALRT: messages extracted "
                   WS-EXT-DETAIL-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------
      * The day's posted activity: a withdrawal or a transfer out
      * is a large-withdrawal event on the from-side account, an
      * ACCT-HREL release (MAINT, reason HREL) a hold-release
      * event on the to-side account.  Both alert once a day per
      * account, so the event reference is the business date.
      *----------------------------------------------------------
       1000-SCAN-ONE-ACTIVITY.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-DAYACT-READ
                   PERFORM 1100-CLASSIFY-ACTIVITY THRU 1100-EXIT
           END-READ.

       1100-CLASSIFY-ACTIVITY.
           IF NOT AUDIT-POSTED
               GO TO 1100-EXIT
           END-IF
           MOVE SPACES TO WS-EVT-REF
           MOVE WS-CURRENT-DATE TO WS-EVT-REF
           EVALUATE TRUE
               WHEN (AUDIT-IS-WITHDRAW OR AUDIT-IS-TRANSFER)
                   AND AUDIT-FROM-ACCT-ID NOT = SPACES
                   MOVE "LW" TO WS-EVT-TYPE
                   MOVE AUDIT-FROM-ACCT-ID TO WS-EVT-ACCT-ID
                   MOVE AUDIT-AMOUNT TO WS-EVT-AMOUNT
                   PERFORM 5000-OFFER-EVENT
               WHEN AUDIT-IS-MAINT AND AUDIT-REASON-CODE = "HREL"
                   MOVE "HR" TO WS-EVT-TYPE
                   MOVE AUDIT-TO-ACCT-ID TO WS-EVT-ACCT-ID
                   MOVE AUDIT-AMOUNT TO WS-EVT-AMOUNT
                   PERFORM 5000-OFFER-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A returned ACH credit or debit (prenotes carry no money
      * and are not worth an alert).  Each item alerts once, so
      * the event reference is its trace number.
      *----------------------------------------------------------
       2000-SCAN-ONE-RETURN.
           READ ACH-RETURNS-FILE
               AT END
                   MOVE "10" TO WS-RTN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ
                   IF RTN-TC-CREDIT OR RTN-TC-DEBIT
                       MOVE "AR" TO WS-EVT-TYPE
                       MOVE RTN-ACCT-ID TO WS-EVT-ACCT-ID
                       MOVE RTN-AMOUNT TO WS-EVT-AMOUNT
                       MOVE RTN-TRACE-NO TO WS-EVT-REF
                       PERFORM 5000-OFFER-EVENT
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Every open account's closing balance is a low-balance
      * event; each customer's own level decides whether it
      * alerts.  Closed and charged-off accounts are left alone.
      *----------------------------------------------------------
       3000-SCAN-ONE-BALANCE.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
                   IF NOT MST-CLOSED AND NOT MST-CHARGED-OFF
                       MOVE "LB" TO WS-EVT-TYPE
                       MOVE MST-ACCT-ID TO WS-EVT-ACCT-ID
                       MOVE MST-BALANCE TO WS-EVT-AMOUNT
                       MOVE SPACES TO WS-EVT-REF
                       MOVE WS-CURRENT-DATE TO WS-EVT-REF
                       PERFORM 5000-OFFER-EVENT
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Offer one event to every customer linked to the account,
      * whatever the role - the account's closing balance rides
      * along on the alert, and the message text is built once.
      *----------------------------------------------------------
       5000-OFFER-EVENT.
           SET WS-TYPE-IDX TO 1
           SEARCH WS-TYPE-ENTRY
               AT END
                   SET WS-TYPE-IDX TO 1
               WHEN TYP-CODE (WS-TYPE-IDX) = WS-EVT-TYPE
                   CONTINUE
           END-SEARCH
           ADD 1 TO TYC-EVENTS (WS-TYPE-IDX)

           IF WS-EVT-LOW-BALANCE
               MOVE MST-BALANCE TO WS-EVT-BALANCE
           ELSE
               MOVE WS-EVT-ACCT-ID TO MST-ACCT-ID
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO MST-BALANCE
               END-READ
               MOVE MST-BALANCE TO WS-EVT-BALANCE
           END-IF
           PERFORM 5200-BUILD-MESSAGE

           MOVE "N" TO WS-XREF-DONE-SW
           MOVE SPACES TO XREF-KEY
           MOVE WS-EVT-ACCT-ID TO XREF-ACCT-ID
           START CUST-XREF-FILE KEY IS NOT LESS THAN XREF-ACCT-ID
               INVALID KEY
                   SET WS-XREF-DONE TO TRUE
           END-START
           PERFORM 5100-NEXT-ACCOUNT-OWNER
               UNTIL WS-XREF-DONE.

       5100-NEXT-ACCOUNT-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-DONE TO TRUE
               NOT AT END
                   IF XREF-ACCT-ID = WS-EVT-ACCT-ID
                       PERFORM 5300-ALERT-ONE-CUSTOMER THRU 5300-EXIT
                   ELSE
                       SET WS-XREF-DONE TO TRUE
                   END-IF
           END-READ.

       5200-BUILD-MESSAGE.
           IF WS-EVT-AMOUNT < 0
               COMPUTE WS-EDIT-AMOUNT = 0 - WS-EVT-AMOUNT
           ELSE
               MOVE WS-EVT-AMOUNT TO WS-EDIT-AMOUNT
           END-IF
           MOVE SPACES TO WS-EVT-MESSAGE
           EVALUATE WS-EVT-TYPE
               WHEN "LW"
                   STRING "WITHDRAWAL OF " WS-EDIT-AMOUNT
                       " FROM ACCOUNT ENDING "
                       WS-EVT-ACCT-ID (9:4)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
               WHEN "HR"
                   STRING "HOLD OF " WS-EDIT-AMOUNT
                       " RELEASED ON ACCOUNT ENDING "
                       WS-EVT-ACCT-ID (9:4)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
               WHEN "AR"
                   STRING "ACH ITEM OF " WS-EDIT-AMOUNT
                       " RETURNED ON ACCOUNT ENDING "
                       WS-EVT-ACCT-ID (9:4)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
               WHEN OTHER
                   STRING "BALANCE LOW AT " WS-EDIT-AMOUNT
                       " ON ACCOUNT ENDING "
                       WS-EVT-ACCT-ID (9:4)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
           END-EVALUATE
           IF WS-EVT-AMOUNT < 0 AND WS-EVT-LOW-BALANCE
               MOVE SPACES TO WS-EVT-MESSAGE
               STRING "BALANCE OVERDRAWN BY " WS-EDIT-AMOUNT
                   " ON ACCOUNT ENDING "
                   WS-EVT-ACCT-ID (9:4)
                   DELIMITED BY SIZE INTO WS-EVT-MESSAGE
           END-IF.

      *----------------------------------------------------------
      * One linked customer: registered for the alert type, and
      * the event crosses their threshold - the amount at or over
      * it, or for low balance the balance under it.  The channel
      * needs its phone or e-mail on CUSTMSTR; a customer with
      * neither left is counted and skipped.  The sent-log row is
      * written before the extract so an alert already sent today
      * (or on this item) drops out as a duplicate.
      *----------------------------------------------------------
       5300-ALERT-ONE-CUSTOMER.
           MOVE XREF-CUST-NO TO ALP-CUST-NO
           MOVE WS-EVT-TYPE TO ALP-ALERT-TYPE
           READ ALERT-PREF-FILE
               INVALID KEY
                   GO TO 5300-EXIT
           END-READ
           IF WS-EVT-LOW-BALANCE
               IF WS-EVT-AMOUNT NOT < ALP-THRESHOLD
                   GO TO 5300-EXIT
               END-IF
           ELSE
               IF WS-EVT-AMOUNT < ALP-THRESHOLD
                   GO TO 5300-EXIT
               END-IF
           END-IF
           ADD 1 TO TYC-TRIGGERED (WS-TYPE-IDX)
           ADD 1 TO WS-TOT-TRIGGERED

           MOVE XREF-CUST-NO TO CUS-CUST-NO
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CUS-PHONE
                   MOVE SPACES TO CUS-EMAIL
           END-READ
           MOVE "N" TO WS-SEND-SMS-SW
           MOVE "N" TO WS-SEND-EMAIL-SW
           IF (ALP-CHANNEL-SMS OR ALP-CHANNEL-BOTH)
               AND CUS-PHONE NOT = SPACES
               SET WS-SEND-SMS TO TRUE
           END-IF
           IF (ALP-CHANNEL-EMAIL OR ALP-CHANNEL-BOTH)
               AND CUS-EMAIL NOT = SPACES
               SET WS-SEND-EMAIL TO TRUE
           END-IF
           IF NOT WS-SEND-SMS AND NOT WS-SEND-EMAIL
               ADD 1 TO TYC-NO-CONTACT (WS-TYPE-IDX)
               ADD 1 TO WS-TOT-NO-CONTACT
               GO TO 5300-EXIT
           END-IF

           MOVE XREF-CUST-NO TO ALS-CUST-NO
           MOVE WS-EVT-ACCT-ID TO ALS-ACCT-ID
           MOVE WS-EVT-TYPE TO ALS-ALERT-TYPE
           MOVE WS-EVT-REF TO ALS-EVENT-REF
           MOVE WS-CURRENT-DATE TO ALS-SENT-DATE
           MOVE ALP-CHANNEL TO ALS-CHANNEL
           MOVE WS-EVT-AMOUNT TO ALS-AMOUNT
           WRITE ALS-RECORD
               INVALID KEY
                   ADD 1 TO TYC-DUPLICATES (WS-TYPE-IDX)
                   ADD 1 TO WS-TOT-DUPLICATES
                   GO TO 5300-EXIT
           END-WRITE

           IF WS-SEND-SMS
               MOVE "S" TO EXT-DTL-CHANNEL
               MOVE CUS-PHONE TO EXT-DTL-DESTINATION
               PERFORM 7100-WRITE-EXTRACT-DETAIL
           END-IF
           IF WS-SEND-EMAIL
               MOVE "E" TO EXT-DTL-CHANNEL
               MOVE CUS-EMAIL TO EXT-DTL-DESTINATION
               PERFORM 7100-WRITE-EXTRACT-DETAIL
           END-IF.

       5300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * The vendor extract.
      *----------------------------------------------------------
       7000-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXT-HEADER-RECORD
           MOVE "H" TO EXT-HDR-TYPE
           MOVE WS-CURRENT-DATE TO EXT-HDR-RUN-DATE
           WRITE EXT-HEADER-RECORD.

      *    The channel and destination are already in place.
       7100-WRITE-EXTRACT-DETAIL.
           MOVE "D" TO EXT-DTL-TYPE
           MOVE XREF-CUST-NO TO EXT-DTL-CUST-NO
           MOVE WS-EVT-TYPE TO EXT-DTL-ALERT-TYPE
           MOVE WS-EVT-ACCT-ID TO EXT-DTL-ACCT-ID
           MOVE WS-EVT-AMOUNT TO EXT-DTL-AMOUNT
           MOVE WS-EVT-BALANCE TO EXT-DTL-BALANCE
           MOVE WS-CURRENT-DATE TO EXT-DTL-EVENT-DATE
           MOVE WS-EVT-REF TO EXT-DTL-EVENT-REF
           MOVE WS-EVT-MESSAGE TO EXT-DTL-MESSAGE
           WRITE EXT-DETAIL-RECORD
           ADD 1 TO WS-EXT-DETAIL-COUNT
           ADD 1 TO TYC-SENT (WS-TYPE-IDX).

       7900-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXT-TRAILER-RECORD
           MOVE "T" TO EXT-TRL-TYPE
           MOVE WS-EXT-DETAIL-COUNT TO EXT-TRL-DETAIL-COUNT
           WRITE EXT-TRAILER-RECORD.

      *----------------------------------------------------------
      * Control report: one line per alert type.
      *----------------------------------------------------------
       8000-PRINT-ALERT-REPORT.
           MOVE WS-CURRENT-DATE TO RPH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8100-PRINT-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4.

       8100-PRINT-ONE-TYPE.
           MOVE TYP-CODE (WS-TYPE-IDX) TO RPD-CODE
           MOVE TYP-NAME (WS-TYPE-IDX) TO RPD-NAME
           MOVE TYC-EVENTS (WS-TYPE-IDX) TO RPD-EVENTS
           MOVE TYC-TRIGGERED (WS-TYPE-IDX) TO RPD-TRIGGERED
           MOVE TYC-DUPLICATES (WS-TYPE-IDX) TO RPD-DUPLICATES
           MOVE TYC-NO-CONTACT (WS-TYPE-IDX) TO RPD-NO-CONTACT
           MOVE TYC-SENT (WS-TYPE-IDX) TO RPD-SENT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
