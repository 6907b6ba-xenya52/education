       01  WS-OLD-BALANCE           PIC S9(7)V99.
       01  WS-NEW-BALANCE           PIC S9(7)V99.
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FRAUD-OPERATION       PIC X(4) VALUE 'SCOR'.
       01  WS-FRAUD-EVENT           PIC X(4) VALUE 'CARD'.
       01  WS-FRAUD-SCORE           PIC 9(3).
       01  WS-FRAUD-RESULT          PIC X(2).
       01  WS-FRAUD-DECLINED-COUNT  PIC 9(5) VALUE 0.
       01  WS-LOCK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LOCK-ACQUIRED-SWITCH  PIC X VALUE 'N'.
       01  WS-LOCK-FILE-NAME        PIC X(20)
             VALUE "data/accounts.lock".
       01  WS-ALERT-EVENT           PIC X(2).
       01  WS-ALERT-CUSTOMER        PIC X(8) VALUE SPACES.
       01  WS-ALERT-ACCOUNT         PIC X(10).
       01  WS-ALERT-AMOUNT          PIC 9(9)V99.
       01  WS-ALERT-BALANCE         PIC S9(9)V99.
       01  WS-ALERT-REFERENCE       PIC X(12).
       01  WS-ALERT-RESULT          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Card authorization run complete. Holds placed: "
             WS-AUTH-PLACED-COUNT " Declined: "
             WS-AUTH-DECLINED-COUNT " Fraud alerts: "
             WS-FRAUD-DECLINED-COUNT.
           DISPLAY "Completions posted: " WS-COMPLETED-COUNT
             " Expired: " WS-EXPIRED-COUNT " Unmatched: "
             WS-UNMATCHED-COUNT.
             EXIT PARAGRAPH
           END-IF.

           CALL 'FRAUD-SCORE' USING WS-FRAUD-OPERATION WS-FRAUD-EVENT
             WS-AD-ACCOUNT WS-AD-AMOUNT WS-TODAY WS-OPERATOR-ID
             WS-FRAUD-SCORE WS-FRAUD-RESULT.
           IF WS-FRAUD-RESULT = '01'
             MOVE "declined - fraud alert raised" TO WS-EXCEPTION-TEXT
             ADD 1 TO WS-AUTH-DECLINED-COUNT
             ADD 1 TO WS-FRAUD-DECLINED-COUNT
             PERFORM WRITE-EXCEPTION-LINE
             EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-AUTH-HOLD.
           ADD 1 TO WS-AUTH-PLACED-COUNT.

               REWRITE ACCOUNTS-RECORD
               ADD 1 TO WS-COMPLETED-COUNT
               PERFORM LOG-CARD-DEBIT
               MOVE 'CC' TO WS-ALERT-EVENT
               MOVE WS-AD-ACCOUNT TO WS-ALERT-ACCOUNT
               MOVE WS-AD-AMOUNT TO WS-ALERT-AMOUNT
               MOVE WS-NEW-BALANCE TO WS-ALERT-BALANCE
               MOVE WS-POSTING-REFERENCE TO WS-ALERT-REFERENCE
               PERFORM RAISE-CUSTOMER-ALERT
           END-READ.
           CLOSE ACCOUNTS-FILE.

           MOVE WS-AD-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

       RAISE-CUSTOMER-ALERT.
           CALL 'ALERT-EVENT' USING WS-ALERT-EVENT WS-ALERT-CUSTOMER
             WS-ALERT-ACCOUNT WS-ALERT-AMOUNT WS-ALERT-BALANCE
             WS-ALERT-REFERENCE WS-TODAY WS-ALERT-RESULT.

       WRITE-EXCEPTION-LINE.
           MOVE WS-AD-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
