           SELECT HOLDS-FILE ASSIGN TO "data/holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDS-FILE-STATUS.
           SELECT HOLDS-TMP-FILE ASSIGN TO "data/holds_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDS-TMP-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "data/suspense.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           05  VD-VALUE-DATE          PIC X(8).
           05  VD-OPERATOR            PIC X(8).
           05  VD-STATUS              PIC X(1).
           05  VD-CHANNEL             PIC X(2).
           05  VD-CAPTURE-DATE        PIC X(8).
           05  VD-CAPTURE-TIME        PIC X(8).
           05  VD-PARTY-BANK          PIC X(9).
           05  VD-PARTY-ACCOUNT       PIC X(10).
           05  VD-PARTY-NAME          PIC X(30).

       FD  VALUE-DATED-TMP-FILE.
       01  VALUE-DATED-TMP-RECORD     PIC X(113).

       FD  TRANSACTION-LOG-FILE.
       COPY TRANLOG.
           05  HOLD-OPERATOR          PIC X(8).
           05  HOLD-STATUS            PIC X(1).

       FD  HOLDS-TMP-FILE.
       01  HOLDS-TMP-RECORD           PIC X(66).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUS-FROM-ACCOUNT       PIC X(10).
       01  WS-VALUE-TMP-STATUS      PIC XX VALUE '00'.
       01  WS-PENDING-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-HOLDS-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-HOLDS-TMP-STATUS      PIC XX VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS  PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  HOLDS-EOF-SWITCH         PIC X VALUE 'N'.
       01  WS-HOLDS-TMP-NAME        PIC X(20)
             VALUE "data/holds_tmp.dat".
       01  WS-HOLD-REASON-WORK      PIC X(30) VALUE SPACES.
       01  WS-VALUE-TMP-NAME        PIC X(30)
             VALUE "data/value_dated_tmp.dat".
       01  WS-PROCESSING-DATE       PIC X(8).
       01  WS-DEST-TYPE             PIC X(1).
       01  WS-SOURCE-BALANCE        PIC S9(7)V99.
       01  WS-SOURCE-NEW-BALANCE    PIC S9(7)V99.
       01  WS-SOURCE-BRANCH         PIC X(4).
       01  WS-DEST-OLD-BALANCE      PIC S9(7)V99.
       01  WS-DEST-NEW-BALANCE      PIC S9(7)V99.
       01  WS-DEST-BRANCH           PIC X(4).
       01  WS-SOURCE-TYPE           PIC X(1).
       01  WS-SOURCE-OD-LIMIT       PIC 9(7)V99.
       01  WS-SOURCE-FLOOR          PIC S9(7)V99.
       01  WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(5) VALUE 0.
       01  WS-CASH-TYPE             PIC X(2).
       01  WS-CASH-ACCOUNT          PIC X(10).
       01  WS-CASH-OLD-BALANCE      PIC S9(7)V99.
       01  WS-CASH-NEW-BALANCE      PIC S9(7)V99.
       01  WS-CASH-BRANCH           PIC X(4).
       01  WS-ITEM-DISPOSITION      PIC X(1).
       01  WS-LOCK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LOCK-ACQUIRED-SWITCH  PIC X VALUE 'N'.
       RELEASE-ONE-ITEM.
           IF VD-STATUS NOT = 'W'
               OR VD-VALUE-DATE > WS-PROCESSING-DATE
               OR VD-CHANNEL = 'SO'
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-HOLD-REASON-WORK.
           IF VD-FROM-ACCOUNT = SPACES OR VD-TO-ACCOUNT = SPACES
             PERFORM POST-WAREHOUSED-CASH
           ELSE
             PERFORM POST-WAREHOUSED-TRANSFER
           END-IF.

           EVALUATE WS-ITEM-DISPOSITION
             WHEN 'P'
           END-IF.
           MOVE WS-ACTIVITY-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-SOURCE-BRANCH.

           MOVE VD-TO-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER.
           MOVE ACCOUNT-BALANCE TO WS-DEST-NEW-BALANCE.
           MOVE WS-ACTIVITY-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-DEST-BRANCH.

           MOVE 'P' TO WS-ITEM-DISPOSITION.
           PERFORM LOG-WAREHOUSED-TRANSFER.

       POST-WAREHOUSED-CASH.
           MOVE '00' TO WS-POST-RESULT.
           MOVE SPACE TO WS-ITEM-DISPOSITION.
           IF VD-FROM-ACCOUNT = SPACES
             MOVE VD-TO-ACCOUNT TO WS-CASH-ACCOUNT
           ELSE
             MOVE VD-FROM-ACCOUNT TO WS-CASH-ACCOUNT
             IF VD-CHANNEL = 'TL'
               STRING "LATE TELLER WD " DELIMITED SIZE
                      VD-CAPTURE-DATE DELIMITED SIZE
                      " " DELIMITED SIZE
                      VD-CAPTURE-TIME(1:6) DELIMITED SIZE
                 INTO WS-HOLD-REASON-WORK
               END-STRING
             END-IF
           END-IF.

           MOVE WS-CASH-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               MOVE '01' TO WS-POST-RESULT
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN ACCOUNT-STATUS = 'D'
                   MOVE '08' TO WS-POST-RESULT
                 WHEN ACCOUNT-STATUS NOT = 'A'
                   MOVE '03' TO WS-POST-RESULT
                 WHEN VD-FROM-ACCOUNT = SPACES
                   CONTINUE
                 WHEN ACCOUNT-TYPE = 'L'
                   MOVE '11' TO WS-POST-RESULT
                 WHEN ACCOUNT-TYPE = 'T'
                     AND WS-PROCESSING-DATE < MATURITY-DATE
                   MOVE '09' TO WS-POST-RESULT
                 WHEN OTHER
                   MOVE 0 TO WS-SOURCE-FLOOR
                   IF ACCOUNT-TYPE = 'C'
                     COMPUTE WS-SOURCE-FLOOR = 0 - OVERDRAFT-LIMIT
                   END-IF
                   MOVE WS-CASH-ACCOUNT TO WS-HOLDS-ACCOUNT
                   PERFORM COMPUTE-ACTIVE-HOLDS
                   COMPUTE WS-SOURCE-AVAILABLE =
                     ACCOUNT-BALANCE - WS-HOLDS-TOTAL - VD-AMOUNT
                   IF WS-SOURCE-AVAILABLE < WS-SOURCE-FLOOR
                     MOVE '05' TO WS-POST-RESULT
                   END-IF
               END-EVALUATE
           END-READ.

           IF WS-POST-RESULT NOT = '00'
             MOVE 'F' TO WS-ITEM-DISPOSITION
             DISPLAY "Warehoused " VD-CHANNEL " item for "
               WS-CASH-ACCOUNT " failed, reason code " WS-POST-RESULT
             PERFORM WRITE-SUSPENSE-ITEM
             EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-BALANCE TO WS-CASH-OLD-BALANCE.
           EVALUATE TRUE
             WHEN VD-FROM-ACCOUNT NOT = SPACES
               SUBTRACT VD-AMOUNT FROM ACCOUNT-BALANCE
               MOVE 'CW' TO WS-CASH-TYPE
             WHEN ACCOUNT-TYPE = 'L'
               SUBTRACT VD-AMOUNT FROM ACCOUNT-BALANCE
               MOVE 'LC' TO WS-CASH-TYPE
             WHEN VD-CHANNEL = 'IN'
               ADD VD-AMOUNT TO ACCOUNT-BALANCE
               MOVE 'XC' TO WS-CASH-TYPE
             WHEN OTHER
               ADD VD-AMOUNT TO ACCOUNT-BALANCE
               MOVE 'CD' TO WS-CASH-TYPE
           END-EVALUATE.
           MOVE ACCOUNT-BALANCE TO WS-CASH-NEW-BALANCE.
           IF ACCOUNT-TYPE = 'C' AND ACCOUNT-BALANCE < 0
               AND WS-CASH-OLD-BALANCE NOT < 0
             SET WS-OD-FEE-SWITCH TO 'Y'
             MOVE ACCOUNT-BALANCE TO WS-OD-FEE-OLD-BALANCE
             SUBTRACT WS-OVERDRAFT-FEE FROM ACCOUNT-BALANCE
             MOVE ACCOUNT-BALANCE TO WS-OD-FEE-NEW-BALANCE
           END-IF.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-CASH-BRANCH.

           MOVE 'P' TO WS-ITEM-DISPOSITION.
           PERFORM LOG-WAREHOUSED-CASH.
           IF WS-HOLD-REASON-WORK NOT = SPACES
             PERFORM RELEASE-LATE-CASH-HOLD
           END-IF.

       LOG-WAREHOUSED-CASH.
           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-TRANSFER-REFERENCE.

           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE VD-OPERATOR TO LOG-OPERATOR-ID.
           MOVE WS-TRANSFER-REFERENCE TO LOG-REFERENCE.
           MOVE 0 TO LOG-ORIGINAL-REFERENCE.
           MOVE WS-CASH-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-CASH-TYPE TO LOG-TRANSACTION-TYPE.
           MOVE VD-AMOUNT TO LOG-AMOUNT.
           MOVE WS-CASH-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-CASH-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-CASH-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           IF WS-OD-FEE-SWITCH = 'Y'
             CALL 'NEXT-REFERENCE' USING WS-FEE-REFERENCE
             MOVE WS-FEE-REFERENCE TO LOG-REFERENCE
             MOVE "OF" TO LOG-TRANSACTION-TYPE
             MOVE WS-OVERDRAFT-FEE TO LOG-AMOUNT
             MOVE WS-OD-FEE-OLD-BALANCE TO LOG-OLD-BALANCE
             MOVE WS-OD-FEE-NEW-BALANCE TO LOG-NEW-BALANCE
             WRITE TRANSACTION-LOG-RECORD
             SET WS-OD-FEE-SWITCH TO 'N'
           END-IF.

           CLOSE TRANSACTION-LOG-FILE.

       CONVERT-WAREHOUSED-AMOUNT.
           MOVE WS-SOURCE-CURRENCY TO WS-RATE-LOOKUP-CODE.
           PERFORM FIND-EXCHANGE-RATE.
                     AND HOLD-STATUS = 'A'
                     AND (HOLD-EXPIRY = SPACES
                       OR HOLD-EXPIRY NOT < WS-ACTIVITY-DATE)
                     AND (WS-HOLD-REASON-WORK = SPACES
                       OR HOLD-REASON NOT = WS-HOLD-REASON-WORK)
                   ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.

       RELEASE-LATE-CASH-HOLD.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HOLDS-TMP-FILE.
           SET HOLDS-EOF-SWITCH TO 'N'.
           PERFORM UNTIL HOLDS-EOF-SWITCH = 'Y'
             READ HOLDS-FILE INTO HOLD-RECORD
               AT END
                 SET HOLDS-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF HOLD-ACCOUNT = WS-CASH-ACCOUNT
                     AND HOLD-REASON = WS-HOLD-REASON-WORK
                     AND HOLD-AMOUNT = VD-AMOUNT
                     AND HOLD-STATUS = 'A'
                   MOVE 'R' TO HOLD-STATUS
                 END-IF
                 MOVE HOLD-RECORD TO HOLDS-TMP-RECORD
                 WRITE HOLDS-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
           CLOSE HOLDS-TMP-FILE.

           OPEN OUTPUT HOLDS-FILE.
           OPEN INPUT HOLDS-TMP-FILE.
           SET HOLDS-EOF-SWITCH TO 'N'.
           PERFORM UNTIL HOLDS-EOF-SWITCH = 'Y'
             READ HOLDS-TMP-FILE INTO HOLDS-TMP-RECORD
               AT END
                 SET HOLDS-EOF-SWITCH TO 'Y'
               NOT AT END
                 MOVE HOLDS-TMP-RECORD TO HOLD-RECORD
                 WRITE HOLD-RECORD
             END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
           CLOSE HOLDS-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-HOLDS-TMP-NAME.

       WRITE-PENDING-WAREHOUSED.
           OPEN EXTEND PENDING-TRANSFERS-FILE.
           MOVE VD-FROM-ACCOUNT TO PT-FROM-ACCOUNT.
           MOVE VD-AMOUNT TO LOG-AMOUNT.
           MOVE WS-SOURCE-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-SOURCE-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-SOURCE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           MOVE VD-FROM-ACCOUNT TO WS-DAILY-TOTAL-ACCOUNT.
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
