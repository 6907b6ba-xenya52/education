       01  WS-SETTLE-ACCOUNT        PIC X(10).
       01  WS-SETTLE-OLD-BALANCE    PIC S9(7)V99.
       01  WS-SETTLE-NEW-BALANCE    PIC S9(7)V99.
       01  WS-SETTLE-BRANCH         PIC X(4).
       01  WS-SETTLE-OK-SWITCH      PIC X VALUE 'N'.
       01  WS-MATURED-COUNT         PIC 9(5) VALUE 0.
       01  WS-ROLLED-COUNT          PIC 9(5) VALUE 0.
           MOVE ACCOUNT-BALANCE TO WS-SETTLE-NEW-BALANCE.
           MOVE WS-TODAY TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-SETTLE-BRANCH.

           MOVE WS-DEPOSIT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER.
           MOVE WS-INTEREST-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

           MOVE WS-SWEEP-AMOUNT TO LOG-AMOUNT.
           MOVE WS-NEW-BALANCE TO LOG-OLD-BALANCE.
           MOVE 0 TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           MOVE WS-SETTLE-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE "CR" TO LOG-TRANSACTION-TYPE.
           MOVE WS-SWEEP-AMOUNT TO LOG-AMOUNT.
           MOVE WS-SETTLE-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-SETTLE-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-SETTLE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

