           MOVE 0 TO MST-UPDATE-SEQ
           MOVE 0 TO MST-ACCR-INT
           MOVE "USD" TO MST-CURRENCY
           MOVE "BR01" TO MST-HOME-BRANCH
           WRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCT-LOAD: duplicate key " MST-ACCT-ID
           MOVE 0 TO MST-UPDATE-SEQ
           MOVE 0 TO MST-ACCR-INT
           MOVE "USD" TO MST-CURRENCY
           MOVE "BR01" TO MST-HOME-BRANCH
           WRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCT-LOAD: duplicate key " MST-ACCT-ID
           MOVE 0 TO MST-UPDATE-SEQ
           MOVE 0 TO MST-ACCR-INT
           MOVE "USD" TO MST-CURRENCY
           MOVE "BR01" TO MST-HOME-BRANCH
           WRITE MST-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCT-LOAD: duplicate key " MST-ACCT-ID
