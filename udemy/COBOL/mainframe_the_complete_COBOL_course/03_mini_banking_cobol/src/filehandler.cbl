           MOVE 'N' TO ROLLOVER-FLAG.
           MOVE 0 TO DAILY-TRANSFER-LIMIT.
           MOVE 0 TO ACCRUED-INTEREST.
           MOVE SPACES TO ACCOUNT-BRANCH.

           OPEN EXTEND ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS = '35'
