             "data/settlement_sent.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SENT-FILE-STATUS.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO
             "data/customer_xref.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT BENEFICIARY-FILE ASSIGN TO
             "data/beneficiaries.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BEN-FILE-STATUS.
           SELECT PAYEE-REVIEW-FILE ASSIGN TO
             "data/payee_review.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRV-FILE-STATUS.
           SELECT VALUE-DATED-FILE ASSIGN TO
             "data/value_dated_transfers.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VALUE-DATED-STATUS.
           SELECT VALUE-DATED-TMP-FILE ASSIGN TO
             "data/value_dated_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VALUE-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SENT-REFERENCE         PIC 9(8).
           05  SENT-STATUS            PIC X(1).

       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  BENEFICIARY-FILE.
       01  BENEFICIARY-RECORD.
           05  BEN-CUSTOMER           PIC X(8).
           05  BEN-BANK               PIC X(9).
           05  BEN-ACCOUNT            PIC X(10).
           05  BEN-NAME               PIC X(30).
           05  BEN-ADDED-DATE         PIC X(8).
           05  BEN-COOLING-END        PIC X(8).
           05  BEN-STATUS             PIC X(1).
           05  BEN-MAKER              PIC X(8).
           05  BEN-CHECKER            PIC X(8).

       FD  PAYEE-REVIEW-FILE.
       01  PAYEE-REVIEW-RECORD.
           05  PRV-ACCOUNT            PIC X(10).
           05  PRV-BENEF-BANK         PIC X(9).
           05  PRV-BENEF-ACCOUNT      PIC X(10).
           05  PRV-NAME               PIC X(30).
           05  PRV-AMOUNT             PIC 9(9)V99.
           05  PRV-QUEUE-DATE         PIC X(8).
           05  PRV-REASON             PIC X(1).
           05  PRV-STATUS             PIC X(1).

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

       FD  VALUE-DATED-TMP-FILE.
       01  VALUE-DATED-TMP-RECORD     PIC X(113).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-EXTERNAL-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-ITEM-SEQUENCE         PIC 9(5) VALUE 0.
       01  WS-ACCOUNT-HASH          PIC 9(15) VALUE 0.
       01  WS-ACCOUNT-NUMERIC       PIC 9(10).
       01  WS-XREF-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-BEN-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-PRV-FILE-STATUS       PIC XX VALUE '00'.
       01  XREF-EOF-SWITCH          PIC X VALUE 'N'.
       01  BEN-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-PAYEE-REVIEW-REASON   PIC X(1).
       01  WS-PAYEE-PAYABLE-SWITCH  PIC X VALUE 'N'.
       01  WS-PAYEE-COOLING-SWITCH  PIC X VALUE 'N'.
       01  WS-PAYEE-CUSTOMER        PIC X(8).
       01  WS-PAYEE-HELD-COUNT      PIC 9(5) VALUE 0.
       01  WS-VALUE-DATED-STATUS    PIC XX VALUE '00'.
       01  WS-CUTOFF-OPERATION      PIC X(4) VALUE 'CHK '.
       01  WS-CUTOFF-CHANNEL        PIC X(2).
       01  WS-CUTOFF-CAPTURE-TIME   PIC X(8).
       01  WS-CUTOFF-VALUE-DATE     PIC X(8).
       01  WS-CUTOFF-TIME           PIC X(4).
       01  WS-CUTOFF-RESULT         PIC X(2).
       01  WS-CUTOFF-LATE-SWITCH    PIC X VALUE 'N'.
       01  WS-ROLLED-COUNT          PIC 9(5) VALUE 0.
       01  WS-VALUE-TMP-STATUS      PIC XX VALUE '00'.
       01  WS-VALUE-TMP-NAME        PIC X(30)
             VALUE "data/value_dated_tmp.dat".
       01  WS-LATE-PICKUP-COUNT     PIC 9(5) VALUE 0.
       01  WS-LATE-DUE-COUNT        PIC 9(5) VALUE 0.
       01  WS-INSTRUCTIONS-SWITCH   PIC X VALUE 'Y'.
       01  WS-SETTLEMENT-HEADER.
           05  FILLER               PIC X(3) VALUE "HDR".
           05  WS-SH-DATE           PIC X(8).
           05  WS-ST-COUNT          PIC 9(5).
           05  WS-ST-TOTAL          PIC 9(11)V99.
           05  WS-ST-ACCOUNT-HASH   PIC 9(15).
       01  WS-ALERT-EVENT           PIC X(2).
       01  WS-ALERT-CUSTOMER        PIC X(8) VALUE SPACES.
       01  WS-ALERT-ACCOUNT         PIC X(10).
       01  WS-ALERT-AMOUNT          PIC 9(9)V99.
       01  WS-ALERT-BALANCE         PIC S9(9)V99.
       01  WS-ALERT-REFERENCE       PIC X(12).
       01  WS-ALERT-RESULT          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           ACCEPT WS-RUNCTL-START-TIME FROM TIME.

           MOVE 'SO' TO WS-CUTOFF-CHANNEL.
           PERFORM CHECK-CHANNEL-CUTOFF.

           OPEN INPUT EXTERNAL-INSTRUCTIONS-FILE.
           IF WS-EXTERNAL-FILE-STATUS NOT = '00'
             SET WS-INSTRUCTIONS-SWITCH TO 'N'
             IF WS-CUTOFF-LATE-SWITCH NOT = 'Y'
               PERFORM COUNT-DUE-LATE-PAYMENTS
             END-IF
             IF WS-LATE-DUE-COUNT = 0
               DISPLAY "No external payment instructions at "
                 "data/external_instructions.dat - nothing to "
                 "transmit today."
               MOVE 0 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             IF WS-INSTRUCTIONS-SWITCH = 'Y'
               CLOSE EXTERNAL-INSTRUCTIONS-FILE
             END-IF
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found - run aborted."
             IF WS-INSTRUCTIONS-SWITCH = 'Y'
               CLOSE EXTERNAL-INSTRUCTIONS-FILE
             END-IF
             PERFORM RELEASE-LOCK
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             GOBACK
           END-IF.

           IF WS-CUTOFF-LATE-SWITCH NOT = 'Y'
             MOVE SPACES TO WS-SETTLEMENT-FILE-NAME
             STRING "data/settlement_out_" DELIMITED SIZE
                    WS-TODAY DELIMITED SIZE
                    ".dat" DELIMITED SIZE
               INTO WS-SETTLEMENT-FILE-NAME
             END-STRING
             PERFORM NEXT-FILE-SEQUENCE
             OPEN OUTPUT SETTLEMENT-OUT-FILE
             MOVE WS-TODAY TO WS-SH-DATE
             MOVE WS-FILE-SEQUENCE TO WS-SH-SEQUENCE
             MOVE WS-SETTLEMENT-HEADER TO SETTLEMENT-OUT-RECORD
             WRITE SETTLEMENT-OUT-RECORD
           END-IF.

           IF WS-INSTRUCTIONS-SWITCH = 'Y'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ EXTERNAL-INSTRUCTIONS-FILE INTO
                   EXTERNAL-INSTRUCTION
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF WS-CUTOFF-LATE-SWITCH = 'Y'
                     PERFORM WAREHOUSE-LATE-PAYMENT
                   ELSE
                     PERFORM POST-ONE-EXTERNAL-PAYMENT
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           IF WS-CUTOFF-LATE-SWITCH NOT = 'Y'
             PERFORM TRANSMIT-WAREHOUSED-PAYMENTS
             PERFORM TRANSMIT-RELEASED-ITEMS
             COMPUTE WS-TRAILER-ITEM-COUNT =
               WS-POSTED-COUNT + WS-RELEASED-PICKUP-COUNT
             MOVE WS-TRAILER-ITEM-COUNT TO WS-ST-COUNT
             MOVE WS-SETTLEMENT-TOTAL TO WS-ST-TOTAL
             MOVE WS-ACCOUNT-HASH TO WS-ST-ACCOUNT-HASH
             MOVE WS-SETTLEMENT-TRAILER TO SETTLEMENT-OUT-RECORD
             WRITE SETTLEMENT-OUT-RECORD
             CLOSE SETTLEMENT-OUT-FILE
           END-IF.

           CLOSE ACCOUNTS-FILE.
           IF WS-INSTRUCTIONS-SWITCH = 'Y'
             CLOSE EXTERNAL-INSTRUCTIONS-FILE
             CALL "CBL_DELETE_FILE" USING WS-EXTERNAL-FILE-NAME
             DISPLAY "Instruction file consumed - it will not be "
               "reprocessed tomorrow."
           END-IF.
           PERFORM RELEASE-LOCK.

           DISPLAY "Outbound settlement run complete. Posted: "
             WS-POSTED-COUNT " Failed: " WS-FAILED-COUNT
             " Held for sanctions review: " WS-HELD-COUNT
             " Held for payee review: " WS-PAYEE-HELD-COUNT
             " Released items transmitted: "
             WS-RELEASED-PICKUP-COUNT.
           IF WS-LATE-PICKUP-COUNT > 0
             DISPLAY "Payments rolled from an earlier cut-off "
               "picked up: " WS-LATE-PICKUP-COUNT
           END-IF.
           IF WS-CUTOFF-LATE-SWITCH = 'Y'
             DISPLAY "Instructions received after the cut-off: "
               WS-ROLLED-COUNT " - warehoused with value date "
               WS-CUTOFF-VALUE-DATE ", no settlement file sent."
           ELSE
             DISPLAY "Settlement file written to "
               WS-SETTLEMENT-FILE-NAME
           END-IF.
           MOVE WS-POSTED-COUNT TO WS-RUNCTL-COUNT.
           MOVE 'OK' TO WS-RUNCTL-OUTCOME.
           PERFORM RECORD-RUN-CONTROL.
             EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-REGISTERED-PAYEE.
           IF WS-PAYEE-REVIEW-REASON NOT = SPACE
             ADD 1 TO WS-PAYEE-HELD-COUNT
             PERFORM WRITE-PAYEE-REVIEW-ITEM
             IF WS-PAYEE-REVIEW-REASON = 'C'
               DISPLAY "External payment " EI-FROM-ACCOUNT " -> "
                 EI-BENEFICIARY-BANK "/" EI-BENEFICIARY-ACCOUNT
                 " is to a payee still in its cooling-off period "
                 "- held for payee review, NOT transmitted."
             ELSE
               DISPLAY "External payment " EI-FROM-ACCOUNT " -> "
                 EI-BENEFICIARY-BANK "/" EI-BENEFICIARY-ACCOUNT
                 " is to an unregistered payee - held for payee "
                 "review, NOT transmitted."
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE EI-FROM-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
           PERFORM WRITE-SETTLEMENT-DETAIL.
           PERFORM LOG-EXTERNAL-DEBIT.
           PERFORM RECORD-SENT-ITEM.
           MOVE 'DB' TO WS-ALERT-EVENT.
           MOVE EI-FROM-ACCOUNT TO WS-ALERT-ACCOUNT.
           MOVE EI-AMOUNT TO WS-ALERT-AMOUNT.
           MOVE WS-NEW-BALANCE TO WS-ALERT-BALANCE.
           MOVE WS-POSTING-REFERENCE TO WS-ALERT-REFERENCE.
           PERFORM RAISE-CUSTOMER-ALERT.

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

       WAREHOUSE-LATE-PAYMENT.
           OPEN EXTEND VALUE-DATED-FILE.
           IF WS-VALUE-DATED-STATUS = '35'
             OPEN OUTPUT VALUE-DATED-FILE
           END-IF.
           IF WS-VALUE-DATED-STATUS NOT = '00'
             ADD 1 TO WS-FAILED-COUNT
             DISPLAY "External payment " EI-FROM-ACCOUNT " -> "
               EI-BENEFICIARY-BANK "/" EI-BENEFICIARY-ACCOUNT
               " could not be warehoused, status "
               WS-VALUE-DATED-STATUS
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VALUE-DATED-RECORD.
           MOVE EI-FROM-ACCOUNT TO VD-FROM-ACCOUNT.
           MOVE EI-AMOUNT TO VD-AMOUNT.
           MOVE WS-CUTOFF-VALUE-DATE TO VD-VALUE-DATE.
           MOVE WS-OPERATOR-ID TO VD-OPERATOR.
           MOVE 'W' TO VD-STATUS.
           MOVE WS-CUTOFF-CHANNEL TO VD-CHANNEL.
           MOVE WS-TODAY TO VD-CAPTURE-DATE.
           MOVE WS-CUTOFF-CAPTURE-TIME TO VD-CAPTURE-TIME.
           MOVE EI-BENEFICIARY-BANK TO VD-PARTY-BANK.
           MOVE EI-BENEFICIARY-ACCOUNT TO VD-PARTY-ACCOUNT.
           MOVE EI-BENEFICIARY-NAME TO VD-PARTY-NAME.
           WRITE VALUE-DATED-RECORD.
           CLOSE VALUE-DATED-FILE.
           ADD 1 TO WS-ROLLED-COUNT.

       COUNT-DUE-LATE-PAYMENTS.
           MOVE 0 TO WS-LATE-DUE-COUNT.
           OPEN INPUT VALUE-DATED-FILE.
           IF WS-VALUE-DATED-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ VALUE-DATED-FILE INTO VALUE-DATED-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF VD-CHANNEL = 'SO' AND VD-STATUS = 'W'
                     AND VD-VALUE-DATE NOT > WS-TODAY
                   ADD 1 TO WS-LATE-DUE-COUNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VALUE-DATED-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.

       TRANSMIT-WAREHOUSED-PAYMENTS.
           OPEN INPUT VALUE-DATED-FILE.
           IF WS-VALUE-DATED-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT VALUE-DATED-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ VALUE-DATED-FILE INTO VALUE-DATED-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF VD-CHANNEL = 'SO' AND VD-STATUS = 'W'
                     AND VD-VALUE-DATE NOT > WS-TODAY
                   PERFORM TRANSMIT-ONE-WAREHOUSED-PAYMENT
                 END-IF
                 MOVE VALUE-DATED-RECORD TO VALUE-DATED-TMP-RECORD
                 WRITE VALUE-DATED-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE VALUE-DATED-FILE.
           CLOSE VALUE-DATED-TMP-FILE.

           OPEN OUTPUT VALUE-DATED-FILE.
           OPEN INPUT VALUE-DATED-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ VALUE-DATED-TMP-FILE INTO VALUE-DATED-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE VALUE-DATED-TMP-RECORD TO VALUE-DATED-RECORD
                 WRITE VALUE-DATED-RECORD
             END-READ
           END-PERFORM.
           CLOSE VALUE-DATED-FILE.
           CLOSE VALUE-DATED-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-VALUE-TMP-NAME.

       TRANSMIT-ONE-WAREHOUSED-PAYMENT.
           MOVE VD-FROM-ACCOUNT TO EI-FROM-ACCOUNT.
           MOVE VD-PARTY-BANK TO EI-BENEFICIARY-BANK.
           MOVE VD-PARTY-ACCOUNT TO EI-BENEFICIARY-ACCOUNT.
           MOVE VD-PARTY-NAME TO EI-BENEFICIARY-NAME.
           MOVE VD-AMOUNT TO EI-AMOUNT.
           PERFORM POST-ONE-EXTERNAL-PAYMENT.
           IF WS-POST-RESULT = '00'
             MOVE 'P' TO VD-STATUS
           ELSE
             MOVE 'F' TO VD-STATUS
           END-IF.
           ADD 1 TO WS-LATE-PICKUP-COUNT.

       RAISE-CUSTOMER-ALERT.
           CALL 'ALERT-EVENT' USING WS-ALERT-EVENT WS-ALERT-CUSTOMER
             WS-ALERT-ACCOUNT WS-ALERT-AMOUNT WS-ALERT-BALANCE
             WS-ALERT-REFERENCE WS-TODAY WS-ALERT-RESULT.

       WRITE-SANCTIONS-REVIEW-ITEM.
           OPEN EXTEND SANCTIONS-REVIEW-FILE.
           WRITE SANCTIONS-REVIEW-RECORD.
           CLOSE SANCTIONS-REVIEW-FILE.

       CHECK-REGISTERED-PAYEE.
           MOVE SPACE TO WS-PAYEE-REVIEW-REASON.
           SET WS-PAYEE-PAYABLE-SWITCH TO 'N'.
           SET WS-PAYEE-COOLING-SWITCH TO 'N'.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS = '00'
             SET XREF-EOF-SWITCH TO 'N'
             PERFORM UNTIL XREF-EOF-SWITCH = 'Y'
               READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
                 AT END
                   SET XREF-EOF-SWITCH TO 'Y'
                 NOT AT END
                   IF XREF-ACCOUNT-NUMBER = EI-FROM-ACCOUNT
                     MOVE XREF-CUSTOMER-NUMBER TO WS-PAYEE-CUSTOMER
                     PERFORM SCAN-CUSTOMER-PAYEES
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CUSTOMER-XREF-FILE
           END-IF.
           IF WS-PAYEE-PAYABLE-SWITCH = 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF WS-PAYEE-COOLING-SWITCH = 'Y'
             MOVE 'C' TO WS-PAYEE-REVIEW-REASON
           ELSE
             MOVE 'U' TO WS-PAYEE-REVIEW-REASON
           END-IF.

       SCAN-CUSTOMER-PAYEES.
           OPEN INPUT BENEFICIARY-FILE.
           IF WS-BEN-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET BEN-EOF-SWITCH TO 'N'.
           PERFORM UNTIL BEN-EOF-SWITCH = 'Y'
             READ BENEFICIARY-FILE INTO BENEFICIARY-RECORD
               AT END
                 SET BEN-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF BEN-CUSTOMER = WS-PAYEE-CUSTOMER
                     AND BEN-BANK = EI-BENEFICIARY-BANK
                     AND BEN-ACCOUNT = EI-BENEFICIARY-ACCOUNT
                     AND BEN-STATUS = 'A'
                   IF BEN-COOLING-END > WS-TODAY
                     SET WS-PAYEE-COOLING-SWITCH TO 'Y'
                   ELSE
                     SET WS-PAYEE-PAYABLE-SWITCH TO 'Y'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE BENEFICIARY-FILE.

       WRITE-PAYEE-REVIEW-ITEM.
           OPEN EXTEND PAYEE-REVIEW-FILE.
           IF WS-PRV-FILE-STATUS = '35'
             OPEN OUTPUT PAYEE-REVIEW-FILE
           END-IF.
           IF WS-PRV-FILE-STATUS NOT = '00'
             DISPLAY "Could not open payee review file, status "
               WS-PRV-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE EI-FROM-ACCOUNT TO PRV-ACCOUNT.
           MOVE EI-BENEFICIARY-BANK TO PRV-BENEF-BANK.
           MOVE EI-BENEFICIARY-ACCOUNT TO PRV-BENEF-ACCOUNT.
           MOVE EI-BENEFICIARY-NAME TO PRV-NAME.
           MOVE EI-AMOUNT TO PRV-AMOUNT.
           MOVE WS-TODAY TO PRV-QUEUE-DATE.
           MOVE WS-PAYEE-REVIEW-REASON TO PRV-REASON.
           MOVE 'O' TO PRV-STATUS.
           WRITE PAYEE-REVIEW-RECORD.
           CLOSE PAYEE-REVIEW-FILE.

       WRITE-SETTLEMENT-DETAIL.
           MOVE EI-FROM-ACCOUNT TO WS-SD-FROM-ACCOUNT.
           MOVE EI-BENEFICIARY-BANK TO WS-SD-BENEF-BANK.
           MOVE EI-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

