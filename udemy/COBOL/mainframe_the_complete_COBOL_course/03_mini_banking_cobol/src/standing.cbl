       01  WS-DEST-STATUS           PIC X(1).
       01  WS-SOURCE-BALANCE        PIC S9(7)V99.
       01  WS-SOURCE-NEW-BALANCE    PIC S9(7)V99.
       01  WS-SOURCE-BRANCH         PIC X(4).
       01  WS-DEST-OLD-BALANCE      PIC S9(7)V99.
       01  WS-DEST-NEW-BALANCE      PIC S9(7)V99.
       01  WS-DEST-BRANCH           PIC X(4).
       01  WS-SOURCE-TYPE           PIC X(1).
       01  WS-SOURCE-OD-LIMIT       PIC 9(7)V99.
       01  WS-SOURCE-FLOOR          PIC S9(7)V99.
       01  WS-DAILY-TOTAL-ACCOUNT   PIC X(10).
       01  WS-DAILY-TOTAL-AMOUNT    PIC 9(9)V99 VALUE 0.
       01  WS-DAILY-TOTAL-RESULT    PIC X(2) VALUE '00'.
       01  WS-ALERT-EVENT           PIC X(2).
       01  WS-ALERT-CUSTOMER        PIC X(8) VALUE SPACES.
       01  WS-ALERT-ACCOUNT         PIC X(10).
       01  WS-ALERT-AMOUNT          PIC 9(9)V99.
       01  WS-ALERT-BALANCE         PIC S9(9)V99.
       01  WS-ALERT-REFERENCE       PIC X(12).
       01  WS-ALERT-RESULT          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             DISPLAY "Standing instruction " SI-FROM-ACCOUNT " -> "
               SI-TO-ACCOUNT " failed, reason code " WS-POST-RESULT
             PERFORM WRITE-SUSPENSE-ITEM
             MOVE 'SF' TO WS-ALERT-EVENT
             MOVE SI-FROM-ACCOUNT TO WS-ALERT-ACCOUNT
             MOVE SI-AMOUNT TO WS-ALERT-AMOUNT
             MOVE WS-SOURCE-BALANCE TO WS-ALERT-BALANCE
             MOVE SPACES TO WS-ALERT-REFERENCE
             PERFORM RAISE-CUSTOMER-ALERT
             EXIT PARAGRAPH
           END-IF.

           END-IF
           MOVE WS-ACTIVITY-DATE TO LAST-ACTIVITY-DATE
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-SOURCE-BRANCH.

           MOVE SI-TO-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
           MOVE ACCOUNT-BALANCE TO WS-DEST-NEW-BALANCE
           MOVE WS-ACTIVITY-DATE TO LAST-ACTIVITY-DATE
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-DEST-BRANCH.

           ADD 1 TO WS-POSTED-COUNT.
           PERFORM LOG-STANDING-TRANSFER.
           MOVE 'DB' TO WS-ALERT-EVENT.
           MOVE SI-FROM-ACCOUNT TO WS-ALERT-ACCOUNT.
           MOVE SI-AMOUNT TO WS-ALERT-AMOUNT.
           MOVE WS-SOURCE-NEW-BALANCE TO WS-ALERT-BALANCE.
           MOVE WS-TRANSFER-REFERENCE TO WS-ALERT-REFERENCE.
           PERFORM RAISE-CUSTOMER-ALERT.

       RAISE-CUSTOMER-ALERT.
           CALL 'ALERT-EVENT' USING WS-ALERT-EVENT WS-ALERT-CUSTOMER
             WS-ALERT-ACCOUNT WS-ALERT-AMOUNT WS-ALERT-BALANCE
             WS-ALERT-REFERENCE WS-PROCESSING-DATE WS-ALERT-RESULT.

       CONVERT-STANDING-AMOUNT.
           MOVE WS-SOURCE-CURRENCY TO WS-RATE-LOOKUP-CODE.
           MOVE SI-AMOUNT TO LOG-AMOUNT.
           MOVE WS-SOURCE-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-SOURCE-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-SOURCE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           MOVE SI-FROM-ACCOUNT TO WS-DAILY-TOTAL-ACCOUNT.
           MOVE WS-CONVERTED-AMOUNT TO LOG-AMOUNT.
           MOVE WS-DEST-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-DEST-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-DEST-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           IF WS-OD-FEE-SWITCH = 'Y'
             MOVE WS-OVERDRAFT-FEE TO LOG-AMOUNT
             MOVE WS-OD-FEE-OLD-BALANCE TO LOG-OLD-BALANCE
             MOVE WS-OD-FEE-NEW-BALANCE TO LOG-NEW-BALANCE
             MOVE WS-SOURCE-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
             SET WS-OD-FEE-SWITCH TO 'N'
           END-IF.
