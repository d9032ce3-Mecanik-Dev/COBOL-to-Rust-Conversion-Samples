      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: one-time load of the recurring billing-contract
      * file, the same way RATELOAD seeds the rate table.  Seeds
      * the monthly service lines billing used to key into
      * INVLINES by hand every month: one running contract per
      * customer, plus a quarterly contract whose end date has
      * passed so the renewal report has something to say.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-CONTRACT-FILE ASSIGN TO "BILLCTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BCT-CONTRACT-NO
               FILE STATUS IS WS-BCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLCTR.

       WORKING-STORAGE SECTION.
       01  WS-BCT-FILE-STATUS        PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT BILLING-CONTRACT-FILE

           MOVE 0001                     TO BCT-CONTRACT-NO
           MOVE "CUST01"                 TO BCT-CUSTOMER-CODE
           MOVE "PROD01"                 TO BCT-PRODUCT-CODE
           MOVE "US01"                   TO BCT-JURISDICTION-CODE
           MOVE "USD"                    TO BCT-CURRENCY-CODE
           MOVE 1                        TO BCT-QTY
           MOVE 1250.00                  TO BCT-PRICE
           SET BCT-FREQ-MONTHLY          TO TRUE
           MOVE 20260131                 TO BCT-START-DATE
           MOVE 0                        TO BCT-END-DATE
           MOVE 31                       TO BCT-BILL-DAY
           MOVE 20261031                 TO BCT-NEXT-BILL-DATE
           MOVE 20260930                 TO BCT-LAST-BILL-DATE
           MOVE 9                        TO BCT-BILL-COUNT
           SET BCT-ACTIVE                TO TRUE
           WRITE BCT-RECORD

           MOVE 0002                     TO BCT-CONTRACT-NO
           MOVE "CUST02"                 TO BCT-CUSTOMER-CODE
           MOVE "PROD01"                 TO BCT-PRODUCT-CODE
           MOVE "EU01"                   TO BCT-JURISDICTION-CODE
           MOVE "EUR"                    TO BCT-CURRENCY-CODE
           MOVE 2                        TO BCT-QTY
           MOVE 180.00                   TO BCT-PRICE
           SET BCT-FREQ-MONTHLY          TO TRUE
           MOVE 20260701                 TO BCT-START-DATE
           MOVE 20270630                 TO BCT-END-DATE
           MOVE 01                       TO BCT-BILL-DAY
           MOVE 20261001                 TO BCT-NEXT-BILL-DATE
           MOVE 20260901                 TO BCT-LAST-BILL-DATE
           MOVE 3                        TO BCT-BILL-COUNT
           SET BCT-ACTIVE                TO TRUE
           WRITE BCT-RECORD

           MOVE 0003                     TO BCT-CONTRACT-NO
           MOVE "CUST01"                 TO BCT-CUSTOMER-CODE
           MOVE "PROD01"                 TO BCT-PRODUCT-CODE
           MOVE "US01"                   TO BCT-JURISDICTION-CODE
           MOVE "USD"                    TO BCT-CURRENCY-CODE
           MOVE 4                        TO BCT-QTY
           MOVE 600.00                   TO BCT-PRICE
           SET BCT-FREQ-QUARTERLY        TO TRUE
           MOVE 20251001                 TO BCT-START-DATE
           MOVE 20260930                 TO BCT-END-DATE
           MOVE 01                       TO BCT-BILL-DAY
           MOVE 20261001                 TO BCT-NEXT-BILL-DATE
           MOVE 20260701                 TO BCT-LAST-BILL-DATE
           MOVE 4                        TO BCT-BILL-COUNT
           SET BCT-ACTIVE                TO TRUE
           WRITE BCT-RECORD

           CLOSE BILLING-CONTRACT-FILE
           DISPLAY "CTRLOAD: billing-contract file seeded"
           STOP RUN.
