      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: one-time load of the branch vault cash limits,
      * the CASHLOAD pattern.  Seeds a VAULTLIM row for each
      * branch with a vault on CASHLEDG: the minimum and maximum
      * vault levels CASH-ORDR orders and returns cash against,
      * the days of cover a shipment must carry the branch, the
      * carrier's lead time and the armored carrier that runs the
      * branch.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLIM-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-LIMIT-FILE ASSIGN TO "VAULTLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VLIM-BRANCH
               FILE STATUS IS WS-VLIM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-LIMIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VAULTLIM.

       WORKING-STORAGE SECTION.
       01  WS-VLIM-FILE-STATUS      PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT VAULT-LIMIT-FILE

           MOVE "BR01"     TO VLIM-BRANCH
           MOVE 150000.00  TO VLIM-MINIMUM
           MOVE 350000.00  TO VLIM-MAXIMUM
           MOVE 5          TO VLIM-COVER-DAYS
           MOVE 2          TO VLIM-LEAD-DAYS
           MOVE "ARMCAR01" TO VLIM-CARRIER-ID
           WRITE VLIM-RECORD

           MOVE "BR02"     TO VLIM-BRANCH
           MOVE 80000.00   TO VLIM-MINIMUM
           MOVE 200000.00  TO VLIM-MAXIMUM
           MOVE 5          TO VLIM-COVER-DAYS
           MOVE 2          TO VLIM-LEAD-DAYS
           MOVE "ARMCAR01" TO VLIM-CARRIER-ID
           WRITE VLIM-RECORD

           CLOSE VAULT-LIMIT-FILE
           DISPLAY "VLIM-LOAD: branch vault limits seeded"
           STOP RUN.
