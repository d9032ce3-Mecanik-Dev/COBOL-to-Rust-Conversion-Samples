      * overridden requests go to CHECKREQA for CHK-PRINT and are
      * recorded on history so a duplicate later in the same file
      * is caught too.  Anything held returns CC=4.
      *
      * Modification history:
      *   2026-10-15  Hold a request naming a payee ID that is not
      *               on the PAYEEMST payee master, so every check
      *               cut to a payee ID totals to a real payee on
      *               the year-end 1099.  Widen the passed and held
      *               request images for the payee ID.
      *   2026-10-15  Widen the passed and held request images for
      *               the remitter account, remitter name and
      *               audit sequence number an official check
      *               sold at the teller counter carries.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHK-SCRN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRA-FILE-STATUS.

           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYE-PAYEE-ID
               FILE STATUS IS WS-PAYE-FILE-STATUS.

           SELECT ACCEPTED-REQUEST-FILE ASSIGN TO "CHECKREQA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-FILE-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  OVRA-LINE                 PIC X(100).

       FD  PAYEE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYEEREC.

       FD  ACCEPTED-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACC-RECORD                PIC X(168).

       FD  HELD-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05  HOLD-REQUEST-IMAGE    PIC X(168).
           05  HOLD-REASON           PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-OVRA-FILE-STATUS      PIC X(02).
       01  WS-ACC-FILE-STATUS        PIC X(02).
       01  WS-HOLD-FILE-STATUS       PIC X(02).
       01  WS-PAYE-FILE-STATUS       PIC X(02).
       01  WS-CURRENT-DATE           PIC 9(08).

      *    A match older than this many days is not held - a
           88  WS-REQUEST-HELD           VALUE "Y".
       01  WS-OVERRIDDEN-FLAG        PIC X(01) VALUE "N".
           88  WS-REQUEST-OVERRIDDEN     VALUE "Y".
       01  WS-PAYEE-OPEN-SW          PIC X(01) VALUE "N".
           88  WS-PAYEE-OPEN             VALUE "Y".

      *    Override transactions loaded up front so each request
      *    check is a table search, the INV-PRICE shape.
           05  WS-REQS-PASSED        PIC 9(06) VALUE 0.
           05  WS-REQS-HELD          PIC 9(06) VALUE 0.
           05  WS-REQS-OVERRIDDEN    PIC 9(06) VALUE 0.
           05  WS-REQS-NO-PAYEE      PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               CLOSE DISB-HISTORY-FILE
               OPEN I-O DISB-HISTORY-FILE
           END-IF
           OPEN INPUT PAYEE-MASTER-FILE
           IF WS-PAYE-FILE-STATUS = "00"
               SET WS-PAYEE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ACCEPTED-REQUEST-FILE
           OPEN OUTPUT HELD-REQUEST-FILE
           OPEN EXTEND OVERRIDE-AUDIT-FILE

           CLOSE DISBURSE-REQUEST-FILE
           CLOSE DISB-HISTORY-FILE
           IF WS-PAYEE-OPEN
               CLOSE PAYEE-MASTER-FILE
           END-IF
           CLOSE ACCEPTED-REQUEST-FILE
           CLOSE HELD-REQUEST-FILE
           CLOSE OVERRIDE-AUDIT-FILE
           DISPLAY "CHK-SCRN: requests passed  " WS-REQS-PASSED
           DISPLAY "CHK-SCRN: requests held    " WS-REQS-HELD
           DISPLAY "CHK-SCRN: overrides used   " WS-REQS-OVERRIDDEN
           DISPLAY "CHK-SCRN: payee not on file " WS-REQS-NO-PAYEE

           IF WS-REQS-HELD > 0
               MOVE 4 TO RETURN-CODE
           MOVE "N" TO WS-HELD-FLAG
           MOVE "N" TO WS-OVERRIDDEN-FLAG

           IF DISB-PAYEE-ID NOT = SPACES
               PERFORM 2050-CHECK-PAYEE-ON-FILE
               IF WS-REQUEST-HELD
                   GO TO 2000-EXIT
               END-IF
           END-IF

           MOVE DISB-LAST-NAME TO DHIST-LAST-NAME
           MOVE DISB-FIRST-NAME TO DHIST-FIRST-NAME
           MOVE DISB-AMOUNT TO DHIST-AMOUNT
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A payee ID must name a payee master row - a check cut to
      * an unknown ID would never reach anyone's 1099.  No
      * override releases it: the payee is added through PAYE-MNT
      * and the request resubmitted.
      *----------------------------------------------------------
       2050-CHECK-PAYEE-ON-FILE.
           IF WS-PAYEE-OPEN
               MOVE DISB-PAYEE-ID TO PAYE-PAYEE-ID
               READ PAYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-REQUEST-HELD TO TRUE
               END-READ
           ELSE
               SET WS-REQUEST-HELD TO TRUE
           END-IF

           IF WS-REQUEST-HELD
               ADD 1 TO WS-REQS-HELD
               ADD 1 TO WS-REQS-NO-PAYEE
               MOVE DISB-REQUEST TO HOLD-REQUEST-IMAGE
               MOVE "PAYEE NOT ON MASTER" TO HOLD-REASON
               WRITE HOLD-RECORD
               DISPLAY "CHK-SCRN: held " DISB-LAST-NAME
                       " payee " DISB-PAYEE-ID " not on file"
           END-IF.

       2100-CHECK-RECENT-MATCH.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
