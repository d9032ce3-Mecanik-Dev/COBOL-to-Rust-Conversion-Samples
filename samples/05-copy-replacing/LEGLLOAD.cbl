      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: one-time load of the legal-order file, the same
      * way HOLD-LOAD seeds the deposit-hold file.  Seeds the case
      * the branch used to handle by freezing the whole account:
      * a state tax levy for less than the balance on deposit,
      * received and waiting for the nightly run to restrict it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGL-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGLORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEGL-ORDER-ID
               FILE STATUS IS WS-LEGL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEGLORD.

       WORKING-STORAGE SECTION.
       01  WS-LEGL-FILE-STATUS      PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT LEGAL-ORDER-FILE

           MOVE "LG000001"     TO LEGL-ORDER-ID
           MOVE "CHK-002-2020" TO LEGL-ACCT-ID
           SET LEGL-LEVY TO TRUE
           MOVE 850.00         TO LEGL-DEMAND-AMOUNT
           MOVE "STATE DEPT OF REVENUE" TO LEGL-AGENCY-NAME
           MOVE "BN000002"     TO LEGL-AGENCY-BENE-ID
           MOVE 20260901       TO LEGL-RECEIVED-DATE
           MOVE 20260922       TO LEGL-ANSWER-DATE
           MOVE 0              TO LEGL-HELD-AMOUNT
           MOVE 0              TO LEGL-REMITTED-AMOUNT
           MOVE 0              TO LEGL-FEE-AMOUNT
           MOVE 0              TO LEGL-ANSWERED-DATE
           SET LEGL-RECEIVED TO TRUE
           WRITE LEGL-RECORD
               INVALID KEY
                   DISPLAY "LEGL-LOAD: duplicate key " LEGL-ORDER-ID
           END-WRITE

           CLOSE LEGAL-ORDER-FILE
           DISPLAY "LEGL-LOAD: legal-order file seeded"
           STOP RUN.
