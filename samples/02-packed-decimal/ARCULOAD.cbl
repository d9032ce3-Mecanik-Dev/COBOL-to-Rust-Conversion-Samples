      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: one-time load of the receivables billing-
      * customer master, the same way RATELOAD seeds the rate
      * table.  Run whenever ops needs to add a customer or
      * change a billing address; AR-DUNN only ever reads it.
      *
      * Modification history:
      *   2026-10-15  Seed each customer's credit limit and credit
      *               hold switch for the INV-EDIT credit check.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCULOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-CUSTOMER-FILE ASSIGN TO "ARCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARC-CUSTOMER-CODE
               FILE STATUS IS WS-ARC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCUST.

       WORKING-STORAGE SECTION.
       01  WS-ARC-FILE-STATUS        PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT AR-CUSTOMER-FILE

           MOVE "CUST01"                 TO ARC-CUSTOMER-CODE
           MOVE "HARBOR SUPPLY CO"       TO ARC-NAME
           MOVE "ACCOUNTS PAYABLE DEPT"  TO ARC-ADDR-LINE-1
           MOVE "1200 DOCKSIDE AVE"      TO ARC-ADDR-LINE-2
           MOVE "BALTIMORE"              TO ARC-CITY
           MOVE "MD"                     TO ARC-STATE
           MOVE "21230"                  TO ARC-ZIP
           MOVE 250000.00                TO ARC-CREDIT-LIMIT
           SET ARC-CREDIT-RELEASED       TO TRUE
           WRITE ARC-RECORD

           MOVE "CUST02"                 TO ARC-CUSTOMER-CODE
           MOVE "PINE RIDGE HARDWARE"    TO ARC-NAME
           MOVE "45 MAIN ST"             TO ARC-ADDR-LINE-1
           MOVE SPACES                   TO ARC-ADDR-LINE-2
           MOVE "ASHEVILLE"              TO ARC-CITY
           MOVE "NC"                     TO ARC-STATE
           MOVE "28801"                  TO ARC-ZIP
           MOVE 25000.00                 TO ARC-CREDIT-LIMIT
           SET ARC-CREDIT-RELEASED       TO TRUE
           WRITE ARC-RECORD

           CLOSE AR-CUSTOMER-FILE
           DISPLAY "ARCULOAD: billing-customer master seeded"
           STOP RUN.
