             "data/sanctions_review.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REVIEW-FILE-STATUS.
           SELECT VALUE-DATED-FILE ASSIGN TO
             "data/value_dated_transfers.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VALUE-DATED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SR-QUEUE-DATE          PIC X(8).
           05  SR-STATUS              PIC X(1).

       FD  VALUE-DATED-FILE.
       01  VALUE-DATED-RECORD.
           05  VD-FROM-ACCOUNT        PIC X(10).
           05  VD-TO-ACCOUNT          PIC X(10).
           05  VD-AMOUNT              PIC 9(7)V99.
           05  VD-VALUE-DATE          PIC X(8).
           05  VD-OPERATOR            PIC X(8).
           05  VD-STATUS              PIC X(1).
           05  VD-CHANNEL             PIC X(2).
           05  VD-CAPTURE-DATE        PIC X(8).
           05  VD-CAPTURE-TIME        PIC X(8).
           05  VD-PARTY-BANK          PIC X(9).
           05  VD-PARTY-ACCOUNT       PIC X(10).
           05  VD-PARTY-NAME          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-INBOUND-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-SCREEN-NAME           PIC X(30).
       01  WS-SCREEN-RESULT         PIC X(2).
       01  WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01  WS-VALUE-DATED-STATUS    PIC XX VALUE '00'.
       01  WS-CUTOFF-OPERATION      PIC X(4) VALUE 'CHK '.
       01  WS-CUTOFF-CHANNEL        PIC X(2).
       01  WS-CUTOFF-CAPTURE-TIME   PIC X(8).
       01  WS-CUTOFF-VALUE-DATE     PIC X(8).
       01  WS-CUTOFF-TIME           PIC X(4).
       01  WS-CUTOFF-RESULT         PIC X(2).
       01  WS-CUTOFF-LATE-SWITCH    PIC X VALUE 'N'.
       01  WS-ROLLED-COUNT          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             GOBACK
           END-IF.

           MOVE 'IN' TO WS-CUTOFF-CHANNEL.
           PERFORM CHECK-CHANNEL-CUTOFF.

           OPEN INPUT SETTLEMENT-IN-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
           DISPLAY "Inbound settlement run complete. Posted: "
             WS-POSTED-COUNT " Exceptions: " WS-EXCEPTION-COUNT
             " Held for sanctions review: " WS-HELD-COUNT.
           IF WS-ROLLED-COUNT > 0
             DISPLAY "Credits received after the cut-off: "
               WS-ROLLED-COUNT " - warehoused with value date "
               WS-CUTOFF-VALUE-DATE "."
           END-IF.
           DISPLAY "Exception listing written to "
             "data/settlement_exceptions.rpt".
           MOVE WS-POSTED-COUNT TO WS-RUNCTL-COUNT.
             EXIT PARAGRAPH
           END-IF.

           IF WS-CUTOFF-LATE-SWITCH = 'Y'
               AND WS-ID-AMOUNT NOT > 9999999.99
             PERFORM WAREHOUSE-LATE-CREDIT
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-ID-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               END-IF
           END-READ.

       CHECK-CHANNEL-CUTOFF.
           SET WS-CUTOFF-LATE-SWITCH TO 'N'.
           MOVE 'CHK ' TO WS-CUTOFF-OPERATION.
           CALL 'CUTOFF-CONTROL' USING WS-CUTOFF-OPERATION
             WS-CUTOFF-CHANNEL WS-TODAY
             WS-CUTOFF-CAPTURE-TIME WS-CUTOFF-VALUE-DATE
             WS-CUTOFF-TIME WS-CUTOFF-RESULT.
           IF WS-CUTOFF-RESULT = '01'
             SET WS-CUTOFF-LATE-SWITCH TO 'Y'
             DISPLAY "Past the " WS-CUTOFF-CHANNEL " cut-off of "
               WS-CUTOFF-TIME " for " WS-TODAY
               " - items take value " WS-CUTOFF-VALUE-DATE "."
           END-IF.

       WAREHOUSE-LATE-CREDIT.
           OPEN EXTEND VALUE-DATED-FILE.
           IF WS-VALUE-DATED-STATUS = '35'
             OPEN OUTPUT VALUE-DATED-FILE
           END-IF.
           IF WS-VALUE-DATED-STATUS NOT = '00'
             MOVE "could not warehouse late credit" TO
               WS-EXCEPTION-TEXT
             PERFORM WRITE-EXCEPTION-LINE
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VALUE-DATED-RECORD.
           MOVE WS-ID-ACCOUNT TO VD-TO-ACCOUNT.
           MOVE WS-ID-AMOUNT TO VD-AMOUNT.
           MOVE WS-CUTOFF-VALUE-DATE TO VD-VALUE-DATE.
           MOVE WS-OPERATOR-ID TO VD-OPERATOR.
           MOVE 'W' TO VD-STATUS.
           MOVE WS-CUTOFF-CHANNEL TO VD-CHANNEL.
           MOVE WS-TODAY TO VD-CAPTURE-DATE.
           MOVE WS-CUTOFF-CAPTURE-TIME TO VD-CAPTURE-TIME.
           MOVE WS-ID-ORIGIN-NAME TO VD-PARTY-NAME.
           WRITE VALUE-DATED-RECORD.
           CLOSE VALUE-DATED-FILE.
           ADD 1 TO WS-ROLLED-COUNT.

       POST-INBOUND-CREDIT.
           MOVE ACCOUNT-BALANCE TO WS-OLD-BALANCE.
           ADD WS-ID-AMOUNT TO ACCOUNT-BALANCE.
           MOVE WS-ID-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

