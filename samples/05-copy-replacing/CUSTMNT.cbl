      *               signer link requires the primary to exist
      *               first, and the primary cannot be unlinked
      *               while the account is open.
      *   2026-10-15  Alert preferences: register transactions add
      *               or replace a customer's SMS/e-mail alert for
      *               one alert type (threshold and channel) on
      *               ALRTPREF, drop transactions remove it.  The
      *               channel must have its phone or e-mail on file.
      *   2026-10-15  Rebuild the customer's search name and search
      *               phone through CUSTSKEY on every add and
      *               change, keeping the CUSTMSTR alternate keys
      *               the teller customer search reads in step
      *               with the name and phone on file.
      *   2026-10-15  Household mailing flag: add and change
      *               transactions carry the customer's household
      *               preference (N opts out of household statement
      *               packages), and it shows on the audit images.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MNT.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-NO
               ALTERNATE RECORD KEY IS CUS-SEARCH-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUS-SEARCH-PHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               RECORD KEY IS MST-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ALERT-PREF-FILE ASSIGN TO "ALRTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALP-KEY
               FILE STATUS IS WS-ALP-FILE-STATUS.

           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
               88  CMTX-CHG-CUST         VALUE "C".
               88  CMTX-LINK             VALUE "L".
               88  CMTX-UNLINK           VALUE "U".
               88  CMTX-ALERT-REGISTER   VALUE "R".
               88  CMTX-ALERT-DROP       VALUE "X".
           05  CMTX-CUST-NO          PIC X(06).
           05  CMTX-ACCT-ID          PIC X(12).
           05  CMTX-FIRST-NAME       PIC X(20).
               88  CMTX-ROLE-JOINT       VALUE "J".
               88  CMTX-ROLE-SIGNER      VALUE "S".
           05  CMTX-USER-ID          PIC X(08).
      *    Alert transactions only: the alert type, the amount
      *    that sets it off and the channel it goes out on.
           05  CMTX-ALERT-TYPE       PIC X(02).
           05  CMTX-ALERT-THRESHOLD  PIC 9(07)V99.
           05  CMTX-ALERT-CHANNEL    PIC X(01).
      *    Add/change: Y (or space) mails in a household package,
      *    N opts out and mails on its own.
           05  CMTX-HOUSEHOLD        PIC X(01).

           COPY CUSTFILE.


           COPY ACCTFILE.

       FD  ALERT-PREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALRTPREF.

       FD  CUST-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUD-LINE                  PIC X(200).
       01  WS-CUST-FILE-STATUS       PIC X(02).
       01  WS-XREF-FILE-STATUS       PIC X(02).
       01  WS-ACCT-FILE-STATUS       PIC X(02).
       01  WS-ALP-FILE-STATUS        PIC X(02).
       01  WS-AUD-FILE-STATUS        PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

       01  WS-SCAN-DONE-SW           PIC X(01) VALUE "N".
           88  WS-SCAN-DONE              VALUE "Y".

       01  WS-THRESHOLD-EDIT         PIC Z,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-TXNS-READ          PIC 9(06) VALUE 0.
           05  WS-TXNS-APPLIED       PIC 9(06) VALUE 0.
           OPEN I-O CUST-MASTER-FILE
           OPEN I-O CUST-XREF-FILE
           OPEN INPUT ACCT-MASTER-FILE
           OPEN I-O ALERT-PREF-FILE
           IF WS-ALP-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-PREF-FILE
               CLOSE ALERT-PREF-FILE
               OPEN I-O ALERT-PREF-FILE
           END-IF
           OPEN EXTEND CUST-AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "05" OR WS-AUD-FILE-STATUS = "35"
               CLOSE CUST-AUDIT-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-XREF-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE ALERT-PREF-FILE
           CLOSE CUST-AUDIT-FILE

           DISPLAY "CUST-MNT: transactions read " WS-TXNS-READ
                   PERFORM 4000-LINK-ACCOUNT
               WHEN CMTX-UNLINK
                   PERFORM 4500-UNLINK-ACCOUNT
               WHEN CMTX-ALERT-REGISTER
                   PERFORM 5000-REGISTER-ALERT THRU 5000-EXIT
               WHEN CMTX-ALERT-DROP
                   PERFORM 5500-DROP-ALERT THRU 5500-EXIT
               WHEN OTHER
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "INVALID ACTION" TO WS-REJECT-REASON
           MOVE CMTX-EMAIL TO CUS-EMAIL
           MOVE CMTX-CYCLE-CODE TO CUS-CYCLE-CODE
           MOVE CMTX-DELIVERY TO CUS-DELIVERY
           MOVE CMTX-HOUSEHOLD TO CUS-HOUSEHOLD
           CALL "CUSTSKEY" USING CUS-LAST-NAME CUS-PHONE
               CUS-SEARCH-NAME CUS-SEARCH-PHONE
           WRITE CUS-CUSTOMER
           PERFORM 9100-FORMAT-CUST-AFTER.

           IF CMTX-DELIVERY NOT = SPACES
               MOVE CMTX-DELIVERY TO CUS-DELIVERY
           END-IF
           IF CMTX-HOUSEHOLD NOT = SPACES
               MOVE CMTX-HOUSEHOLD TO CUS-HOUSEHOLD
           END-IF
           CALL "CUSTSKEY" USING CUS-LAST-NAME CUS-PHONE
               CUS-SEARCH-NAME CUS-SEARCH-PHONE
           REWRITE CUS-CUSTOMER
           PERFORM 9100-FORMAT-CUST-AFTER.

                   END-IF
           END-READ.

      *----------------------------------------------------------
      * Register an alert: the customer must be on file, the
      * alert type and channel valid, and the channel must have
      * somewhere to go - SMS needs the phone number, e-mail the
      * address, both needs both.  An alert already registered
      * for the type is replaced whole, threshold and channel.
      *----------------------------------------------------------
       5000-REGISTER-ALERT.
           MOVE CMTX-CUST-NO TO CUS-CUST-NO
           READ CUST-MASTER-FILE
               INVALID KEY
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-READ
           MOVE CMTX-ALERT-TYPE TO ALP-ALERT-TYPE
           IF NOT ALP-VALID-TYPE
               SET WS-TXN-REJECTED TO TRUE
               MOVE "INVALID ALERT TYPE" TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           MOVE CMTX-ALERT-CHANNEL TO ALP-CHANNEL
           IF NOT ALP-VALID-CHANNEL
               SET WS-TXN-REJECTED TO TRUE
               MOVE "INVALID ALERT CHANNEL" TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF CMTX-ALERT-THRESHOLD NOT NUMERIC
               SET WS-TXN-REJECTED TO TRUE
               MOVE "ALERT THRESHOLD NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF (ALP-CHANNEL-SMS OR ALP-CHANNEL-BOTH)
               AND CUS-PHONE = SPACES
               SET WS-TXN-REJECTED TO TRUE
               MOVE "NO PHONE ON FILE FOR SMS" TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF (ALP-CHANNEL-EMAIL OR ALP-CHANNEL-BOTH)
               AND CUS-EMAIL = SPACES
               SET WS-TXN-REJECTED TO TRUE
               MOVE "NO E-MAIL ON FILE" TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           MOVE CMTX-CUST-NO TO ALP-CUST-NO
           MOVE CMTX-ALERT-TYPE TO ALP-ALERT-TYPE
           READ ALERT-PREF-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE-SW
           END-READ
           IF WS-ROW-ON-FILE
               PERFORM 5100-FORMAT-ALERT-IMAGE
               MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
           ELSE
               MOVE "*NOT REGISTERED*" TO WS-BEFORE-IMAGE
               MOVE CMTX-CUST-NO TO ALP-CUST-NO
               MOVE CMTX-ALERT-TYPE TO ALP-ALERT-TYPE
           END-IF
           MOVE CMTX-ALERT-THRESHOLD TO ALP-THRESHOLD
           MOVE CMTX-ALERT-CHANNEL TO ALP-CHANNEL
           MOVE WS-CURRENT-DATE TO ALP-REGISTERED-DATE
           IF WS-ROW-ON-FILE
               REWRITE ALP-RECORD
           ELSE
               WRITE ALP-RECORD
           END-IF
           PERFORM 5100-FORMAT-ALERT-IMAGE.

       5000-EXIT.
           EXIT.

       5100-FORMAT-ALERT-IMAGE.
           MOVE ALP-THRESHOLD TO WS-THRESHOLD-EDIT
           MOVE SPACES TO WS-AFTER-IMAGE
           STRING "ALERT " ALP-ALERT-TYPE
               " AT " WS-THRESHOLD-EDIT
               " VIA " ALP-CHANNEL
               DELIMITED BY SIZE INTO WS-AFTER-IMAGE.

      *----------------------------------------------------------
      * Drop an alert: the registration must exist.
      *----------------------------------------------------------
       5500-DROP-ALERT.
           MOVE CMTX-CUST-NO TO ALP-CUST-NO
           MOVE CMTX-ALERT-TYPE TO ALP-ALERT-TYPE
           READ ALERT-PREF-FILE
               INVALID KEY
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "ALERT NOT REGISTERED" TO WS-REJECT-REASON
                   GO TO 5500-EXIT
           END-READ
           PERFORM 5100-FORMAT-ALERT-IMAGE
           MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
           DELETE ALERT-PREF-FILE
           MOVE "*DROPPED*" TO WS-AFTER-IMAGE.

       5500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Before/after images for the customer record: the name
      * line and contact fields that matter to an examiner.
           STRING CUS-LAST-NAME DELIMITED BY "  "
               "/" CUS-FIRST-NAME DELIMITED BY "  "
               " PH=" CUS-PHONE " CYC=" CUS-CYCLE-CODE
               " DLV=" CUS-DELIVERY " HH=" CUS-HOUSEHOLD
               DELIMITED BY SIZE INTO WS-BEFORE-IMAGE.

       9100-FORMAT-CUST-AFTER.
           STRING CUS-LAST-NAME DELIMITED BY "  "
               "/" CUS-FIRST-NAME DELIMITED BY "  "
               " PH=" CUS-PHONE " CYC=" CUS-CYCLE-CODE
               " DLV=" CUS-DELIVERY " HH=" CUS-HOUSEHOLD
               DELIMITED BY SIZE INTO WS-AFTER-IMAGE.

       9000-WRITE-AUDIT-IMAGE.
