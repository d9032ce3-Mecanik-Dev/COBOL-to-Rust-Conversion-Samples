      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: customer search-key builder.  The customer
      * master carries its last name and phone number the way
      * they were keyed - "Smith", "555-010-0001" - which is no
      * use as an index a teller can type into.  This routine
      * folds a last name to upper case and strips a phone number
      * down to its digits, left-justified, so the CUSTMSTR
      * alternate keys and the teller's search text are built the
      * same way.  Called like CKDIGIT by CUST-LOAD and CUST-MNT
      * whenever a customer is written, and by ACCT-TELR on the
      * search text before it starts on either key.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSKEY.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SK-IN-IDX               PIC 9(02) COMP VALUE 0.
       01  SK-OUT-IDX              PIC 9(02) COMP VALUE 0.

       LINKAGE SECTION.
       01  LK-LAST-NAME            PIC X(20).
       01  LK-PHONE                PIC X(12).
       01  LK-SEARCH-NAME          PIC X(20).
       01  LK-SEARCH-PHONE         PIC X(12).

       PROCEDURE DIVISION USING LK-LAST-NAME LK-PHONE
               LK-SEARCH-NAME LK-SEARCH-PHONE.
       0000-MAINLINE.
           MOVE FUNCTION UPPER-CASE(LK-LAST-NAME) TO LK-SEARCH-NAME

           MOVE SPACES TO LK-SEARCH-PHONE
           MOVE 0 TO SK-OUT-IDX
           PERFORM 1000-COPY-PHONE-DIGIT
               VARYING SK-IN-IDX FROM 1 BY 1
               UNTIL SK-IN-IDX > 12
           GOBACK.

      *----------------------------------------------------------
      * Keep the digits, drop the dashes, spaces and brackets.
      *----------------------------------------------------------
       1000-COPY-PHONE-DIGIT.
           IF LK-PHONE(SK-IN-IDX:1) IS NUMERIC
               ADD 1 TO SK-OUT-IDX
               MOVE LK-PHONE(SK-IN-IDX:1)
                   TO LK-SEARCH-PHONE(SK-OUT-IDX:1)
           END-IF.
