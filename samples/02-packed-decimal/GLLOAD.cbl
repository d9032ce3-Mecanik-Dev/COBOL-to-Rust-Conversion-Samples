      * accounts, the same way RATELOAD seeds the rate table.  The
      * account set covers everything GL-POST maps: customer
      * balances, cash, receivables, interest expense and income,
      * invoice revenue, tax payable, unclaimed checks, loan-loss
      * charge-offs and their recoveries, and the
      * rounding/suspense account penny drift posts to.
      *
      * Modification history:
      *   2026-10-15  Add 2100 outstanding-checks clearing and 2200
      *               branch cash on hand, the accounts GL-RECON
      *               proves the check register and the CASHLEDG
      *               drawers and vaults against.
      *   2026-10-15  Add 5300 cash over/short, where GL-POST books
      *               a teller drawer that closed over or short.
      *   2026-10-15  Add 5400 unrealized FX gain and 5500
      *               unrealized FX loss, where GL-FXRV books the
      *               month-end foreign-currency revaluation.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-LOAD.
           SET GLA-TYPE-ASSET TO TRUE
           WRITE GLA-RECORD

           MOVE "2100" TO GLA-ACCT-NO
           MOVE "OUTSTANDING CHECKS CLEARING" TO GLA-DESCRIPTION
           SET GLA-TYPE-LIABILITY TO TRUE
           WRITE GLA-RECORD

           MOVE "2200" TO GLA-ACCT-NO
           MOVE "BRANCH CASH ON HAND" TO GLA-DESCRIPTION
           SET GLA-TYPE-ASSET TO TRUE
           WRITE GLA-RECORD

           MOVE "3000" TO GLA-ACCT-NO
           MOVE "DEPOSIT INTEREST EXPENSE" TO GLA-DESCRIPTION
           SET GLA-TYPE-EXPENSE TO TRUE
           SET GLA-TYPE-LIABILITY TO TRUE
           WRITE GLA-RECORD

           MOVE "3200" TO GLA-ACCT-NO
           MOVE "UNCLAIMED CHECKS PAYABLE" TO GLA-DESCRIPTION
           SET GLA-TYPE-LIABILITY TO TRUE
           WRITE GLA-RECORD

           MOVE "4000" TO GLA-ACCT-NO
           MOVE "FINANCE CHARGE INCOME" TO GLA-DESCRIPTION
           SET GLA-TYPE-INCOME TO TRUE
           SET GLA-TYPE-INCOME TO TRUE
           WRITE GLA-RECORD

           MOVE "4400" TO GLA-ACCT-NO
           MOVE "CHARGE-OFF RECOVERIES" TO GLA-DESCRIPTION
           SET GLA-TYPE-INCOME TO TRUE
           WRITE GLA-RECORD

           MOVE "3900" TO GLA-ACCT-NO
           MOVE "RETAINED EARNINGS" TO GLA-DESCRIPTION
           SET GLA-TYPE-LIABILITY TO TRUE
           SET GLA-TYPE-INCOME TO TRUE
           WRITE GLA-RECORD

           MOVE "5200" TO GLA-ACCT-NO
           MOVE "LOAN LOSS - CHARGE-OFFS" TO GLA-DESCRIPTION
           SET GLA-TYPE-EXPENSE TO TRUE
           WRITE GLA-RECORD

           MOVE "5300" TO GLA-ACCT-NO
           MOVE "CASH OVER/SHORT" TO GLA-DESCRIPTION
           SET GLA-TYPE-EXPENSE TO TRUE
           WRITE GLA-RECORD

           MOVE "5400" TO GLA-ACCT-NO
           MOVE "UNREALIZED FX GAIN" TO GLA-DESCRIPTION
           SET GLA-TYPE-INCOME TO TRUE
           WRITE GLA-RECORD

           MOVE "5500" TO GLA-ACCT-NO
           MOVE "UNREALIZED FX LOSS" TO GLA-DESCRIPTION
           SET GLA-TYPE-EXPENSE TO TRUE
           WRITE GLA-RECORD

           CLOSE GL-CHART-FILE
           DISPLAY "GL-LOAD: chart of accounts seeded"
           STOP RUN.
