       01  WS-FROM-OD-LIMIT         PIC 9(7)V99.
       01  WS-FROM-CURRENCY         PIC X(3).
       01  WS-FROM-NEW-BALANCE      PIC S9(7)V99.
       01  WS-FROM-BRANCH           PIC X(4).
       01  WS-TO-STATUS             PIC X(1).
       01  WS-TO-CURRENCY           PIC X(3).
       01  WS-TO-OLD-BALANCE        PIC S9(7)V99.
       01  WS-TO-NEW-BALANCE        PIC S9(7)V99.
       01  WS-TO-BRANCH             PIC X(4).
       01  WS-SOURCE-FLOOR          PIC S9(7)V99.
       01  WS-SOURCE-AVAILABLE      PIC S9(8)V99.
       01  WS-DEBIT-AMOUNT          PIC 9(7)V99.
           MOVE ACCOUNT-BALANCE TO WS-FROM-NEW-BALANCE.
           MOVE WS-ACTIVITY-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-FROM-BRANCH.

           MOVE WS-MOVE-TO-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER.
           MOVE ACCOUNT-BALANCE TO WS-TO-NEW-BALANCE.
           MOVE WS-ACTIVITY-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-TO-BRANCH.

       CONVERT-SWEEP-LEGS.
           MOVE WS-SWEEP-AMOUNT TO WS-DEBIT-AMOUNT.
           MOVE WS-DEBIT-AMOUNT TO LOG-AMOUNT.
           MOVE WS-FROM-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-FROM-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-FROM-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           MOVE WS-MOVE-FROM-ACCOUNT TO WS-DAILY-TOTAL-ACCOUNT.
           MOVE WS-CREDIT-AMOUNT TO LOG-AMOUNT.
           MOVE WS-TO-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-TO-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-TO-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           CLOSE TRANSACTION-LOG-FILE.
