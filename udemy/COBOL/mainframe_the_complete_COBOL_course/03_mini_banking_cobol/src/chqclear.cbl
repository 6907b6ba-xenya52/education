           MOVE WS-CD-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

