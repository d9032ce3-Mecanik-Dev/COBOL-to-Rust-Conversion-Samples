      *               pointed at the screened CHECKREQA file, so
      *               a double-submitted request file can no
      *               longer cut the same check twice.
      *   2026-10-15  Initialize the void date and positive-pay
      *               state so CHK-PPAY reports the new check to
      *               the bank on tonight's issue file.
      *   2026-10-15  Carry the request's PAYEEMST payee ID onto
      *               the register row for the year-end CHK-1099
      *               payee totals.
      *   2026-10-15  Official checks sold at the teller counter:
      *               register the remitter's account and name and
      *               the sequence number of the audit record that
      *               debited the account, so the check number
      *               ties back to the debit, and print the
      *               remitter on the check.
      *   2026-10-15  Register an official check as outstanding on
      *               the 2100 ledger account, where the counter
      *               sale journaled it, so GL-POST moves it out
      *               again when it is paid or voided.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHK-PRINT.
       01  WS-COUNTERS.
           05  WS-REQS-READ          PIC 9(06) VALUE 0.
           05  WS-CHECKS-PRINTED     PIC 9(06) VALUE 0.
           05  WS-OFFICIAL-CHECKS    PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           DISPLAY "CHK-PRINT: requests read  " WS-REQS-READ
           DISPLAY "CHK-PRINT: checks printed " WS-CHECKS-PRINTED
           DISPLAY "CHK-PRINT: official checks " WS-OFFICIAL-CHECKS
           STOP RUN.

       1000-PROCESS-REQUEST.
           SET CHKR-ISSUED TO TRUE
           MOVE 0 TO CHKR-PAID-DATE
           MOVE 0 TO CHKR-PAID-AMOUNT
           MOVE 0 TO CHKR-VOID-DATE
           SET CHKR-PPAY-UNSENT TO TRUE
           MOVE DISB-PAYEE-ID TO CHKR-PAYEE-ID
      *    A back-office request leaves the remitter fields blank,
      *    so its audit number is not taken off the request.
           MOVE DISB-REMIT-ACCT-ID TO CHKR-REMIT-ACCT-ID
           MOVE DISB-REMITTER TO CHKR-REMITTER
           MOVE 0 TO CHKR-GL-DATE
           IF DISB-REMIT-ACCT-ID = SPACES
               MOVE 0 TO CHKR-AUDIT-SEQ-NO
               SET CHKR-GL-OFF-LEDGER TO TRUE
           ELSE
               MOVE DISB-AUDIT-SEQ-NO TO CHKR-AUDIT-SEQ-NO
               SET CHKR-GL-OUTSTANDING TO TRUE
               ADD 1 TO WS-OFFICIAL-CHECKS
               DISPLAY "CHK-PRINT: official check " WS-CHECK-NO
                       " account " DISB-REMIT-ACCT-ID
                       " audit seq " DISB-AUDIT-SEQ-NO
           END-IF
           WRITE CHKR-RECORD
               INVALID KEY
                   DISPLAY "CHK-PRINT: duplicate check number "
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRT-LINE

           IF DISB-REMIT-ACCT-ID NOT = SPACES
               MOVE SPACES TO PRT-LINE
               STRING "OFFICIAL CHECK  REMITTER  " DISB-REMITTER
                   DELIMITED BY SIZE INTO PRT-LINE
               WRITE PRT-LINE
           END-IF

           MOVE SPACES TO PRT-LINE
           WRITE PRT-LINE.
