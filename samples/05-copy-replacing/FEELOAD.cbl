      * comfortable; savings is cheaper with a lower waiver bar;
      * credit-style accounts carry no maintenance fee - finance
      * charges are their price.
      *
      * Modification history:
      *   2026-10-15  Seed the NSF item fee and its daily item cap
      *               on each row.
      *   2026-10-15  Seed the legal-processing fee charged for
      *               answering a levy or garnishment order.
      *   2026-10-15  Seed the official-check fee charged by the
      *               teller on each cashier's check sold.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-LOAD.
           MOVE 25        TO FEE-FREE-ITEMS
           MOVE 0.50      TO FEE-PER-ITEM-AMOUNT
           MOVE 1500.00   TO FEE-WAIVER-MIN-BAL
           MOVE 35.00     TO FEE-NSF-AMOUNT
           MOVE 3         TO FEE-NSF-DAILY-MAX
           MOVE 100.00    TO FEE-LEGAL-AMOUNT
           MOVE 10.00     TO FEE-OFCK-AMOUNT
           WRITE FEE-RECORD

           MOVE "SAV"     TO FEE-ACCT-PREFIX
           MOVE 10        TO FEE-FREE-ITEMS
           MOVE 1.00      TO FEE-PER-ITEM-AMOUNT
           MOVE 300.00    TO FEE-WAIVER-MIN-BAL
           MOVE 25.00     TO FEE-NSF-AMOUNT
           MOVE 3         TO FEE-NSF-DAILY-MAX
           MOVE 100.00    TO FEE-LEGAL-AMOUNT
           MOVE 10.00     TO FEE-OFCK-AMOUNT
           WRITE FEE-RECORD

           CLOSE FEE-SCHEDULE-FILE
