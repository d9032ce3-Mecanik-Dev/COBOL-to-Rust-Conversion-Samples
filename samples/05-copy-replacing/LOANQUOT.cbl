      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: installment loan payoff quote.  Called by the
      * teller session (and by anything else that needs to know
      * what it takes to close a loan on a given date) with a LON
      * account ID and a quote date.  The payoff is the principal
      * still owed after the last collected installment plus
      * simple interest on it at the loan's annual rate for the
      * days from the date interest was last collected through to
      * the quote date, on an actual/365 basis - so installments
      * missed since then are covered by the interest days rather
      * than counted twice.  A quote date on or before the
      * collected-through date carries no interest.  The per-diem
      * is returned so the branch can quote a later date by hand.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANQUOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOAN-ACCT-ID
               FILE STATUS IS WS-LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-INTEREST-DAYS        PIC S9(05) VALUE 0.

       LINKAGE SECTION.
       01  LK-ACCT-ID              PIC X(12).
       01  LK-QUOTE-DATE           PIC 9(08).
       01  LK-PRINCIPAL            PIC S9(7)V99 COMP-3.
       01  LK-INTEREST             PIC S9(7)V99 COMP-3.
       01  LK-PER-DIEM             PIC S9(7)V99 COMP-3.
       01  LK-PAYOFF               PIC S9(7)V99 COMP-3.
       01  LK-QUOTE-FLAG           PIC X(01).
           88  LK-QUOTE-OK             VALUE "Y".
           88  LK-QUOTE-NOT-ON-FILE    VALUE "N".
           88  LK-QUOTE-PAID-OFF       VALUE "P".

       PROCEDURE DIVISION USING LK-ACCT-ID LK-QUOTE-DATE
               LK-PRINCIPAL LK-INTEREST LK-PER-DIEM LK-PAYOFF
               LK-QUOTE-FLAG.
       0000-MAINLINE.
           SET LK-QUOTE-NOT-ON-FILE TO TRUE
           MOVE 0 TO LK-PRINCIPAL
           MOVE 0 TO LK-INTEREST
           MOVE 0 TO LK-PER-DIEM
           MOVE 0 TO LK-PAYOFF

           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               GO TO 0000-EXIT
           END-IF
           MOVE LK-ACCT-ID TO LOAN-ACCT-ID
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CLOSE LOAN-MASTER-FILE
                   GO TO 0000-EXIT
           END-READ
           CLOSE LOAN-MASTER-FILE

           IF LOAN-PAID-OFF
               SET LK-QUOTE-PAID-OFF TO TRUE
               GO TO 0000-EXIT
           END-IF

           MOVE LOAN-PRINCIPAL-BAL TO LK-PRINCIPAL
           COMPUTE LK-PER-DIEM ROUNDED =
               LOAN-PRINCIPAL-BAL * LOAN-ANNUAL-RATE / 365

           IF LK-QUOTE-DATE > LOAN-INT-PAID-TO
               COMPUTE WS-INTEREST-DAYS =
                   FUNCTION INTEGER-OF-DATE(LK-QUOTE-DATE)
                   - FUNCTION INTEGER-OF-DATE(LOAN-INT-PAID-TO)
               COMPUTE LK-INTEREST ROUNDED =
                   LOAN-PRINCIPAL-BAL * LOAN-ANNUAL-RATE
                   * WS-INTEREST-DAYS / 365
           END-IF

           COMPUTE LK-PAYOFF = LK-PRINCIPAL + LK-INTEREST
           SET LK-QUOTE-OK TO TRUE.

       0000-EXIT.
           GOBACK.
