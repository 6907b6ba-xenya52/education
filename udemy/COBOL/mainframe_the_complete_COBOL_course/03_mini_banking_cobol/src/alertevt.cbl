       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-EVENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-SUBSCRIPTION-FILE ASSIGN TO
             "data/alert_subscriptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SUBSCRIPTION-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO
             "data/alert_queue.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUEUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-SUBSCRIPTION-FILE.
       01  ALERT-SUBSCRIPTION-RECORD.
           05  AS-CUSTOMER           PIC X(8).
           05  AS-ALERT-TYPE         PIC X(2).
           05  AS-ACCOUNT            PIC X(10).
           05  AS-CHANNEL            PIC X(1).
           05  AS-CONTACT            PIC X(40).
           05  AS-THRESHOLD          PIC 9(9)V99.
           05  AS-STATUS             PIC X(1).
           05  AS-DATE               PIC X(8).
           05  AS-OPERATOR           PIC X(8).

       FD  ALERT-QUEUE-FILE.
       01  ALERT-QUEUE-RECORD.
           05  AQ-DATE               PIC X(8).
           05  AQ-TIME               PIC X(8).
           05  AQ-CUSTOMER           PIC X(8).
           05  AQ-ACCOUNT            PIC X(10).
           05  AQ-ALERT-TYPE         PIC X(2).
           05  AQ-CHANNEL            PIC X(1).
           05  AQ-CONTACT            PIC X(40).
           05  AQ-AMOUNT             PIC 9(9)V99.
           05  AQ-BALANCE            PIC S9(9)V99.
           05  AQ-THRESHOLD          PIC 9(9)V99.
           05  AQ-REFERENCE          PIC X(12).
           05  AQ-STATUS             PIC X(1).
           05  AQ-MESSAGE-ID         PIC X(16).
           05  AQ-STATUS-DATE        PIC X(8).
           05  AQ-FAIL-REASON        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-SUBSCRIPTION-STATUS  PIC XX VALUE '00'.
       01  WS-QUEUE-FILE-STATUS    PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH         PIC X VALUE 'N'.
       01  WS-EVENT-TIME           PIC X(8).
       01  WS-CUSTOMER             PIC X(8).
       01  WS-ALERT-TYPE           PIC X(2).
       01  WS-SEND-SWITCH          PIC X VALUE 'N'.
       01  WS-QUEUED-COUNT         PIC 9(3) VALUE 0.
       01  WS-HOLDER-COUNT         PIC 9(2) VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 10 TIMES.
               10  WS-HD-CUSTOMER   PIC X(8).
               10  WS-HD-ROLE       PIC X(1).
               10  WS-HD-SHARE      PIC 9(3)V99.
               10  WS-HD-ALLOCATION PIC 9(3)V99.
       01  WS-SIGNING-RULE         PIC X(1).
       01  WS-PRINCIPAL-IDX        PIC 9(2).
       01  WS-HOLDER-IDX           PIC 9(2).

       LINKAGE SECTION.
       01  LS-EVENT                PIC X(2).
       01  LS-CUSTOMER             PIC X(8).
       01  LS-ACCOUNT              PIC X(10).
       01  LS-AMOUNT               PIC 9(9)V99.
       01  LS-BALANCE              PIC S9(9)V99.
       01  LS-REFERENCE            PIC X(12).
       01  LS-DATE                 PIC X(8).
       01  LS-RESULT               PIC X(2).

       PROCEDURE DIVISION USING LS-EVENT LS-CUSTOMER LS-ACCOUNT
             LS-AMOUNT LS-BALANCE LS-REFERENCE LS-DATE LS-RESULT.
       MAIN-PROCEDURE.
           MOVE '01' TO LS-RESULT.
           MOVE 0 TO WS-QUEUED-COUNT.
           ACCEPT WS-EVENT-TIME FROM TIME.

           IF LS-CUSTOMER NOT = SPACES
             MOVE LS-CUSTOMER TO WS-CUSTOMER
             PERFORM MATCH-CUSTOMER-SUBSCRIPTIONS
           ELSE
             CALL 'ACCOUNT-HOLDERS' USING LS-ACCOUNT WS-HOLDER-COUNT
               WS-HOLDER-TABLE WS-SIGNING-RULE WS-PRINCIPAL-IDX
             PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                 UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               IF WS-HD-ROLE(WS-HOLDER-IDX) NOT = 'G'
                 MOVE WS-HD-CUSTOMER(WS-HOLDER-IDX) TO WS-CUSTOMER
                 PERFORM MATCH-CUSTOMER-SUBSCRIPTIONS
               END-IF
             END-PERFORM
           END-IF.

           IF WS-QUEUED-COUNT > 0
             MOVE '00' TO LS-RESULT
           END-IF.
           GOBACK.

       MATCH-CUSTOMER-SUBSCRIPTIONS.
           OPEN INPUT ALERT-SUBSCRIPTION-FILE.
           IF WS-SUBSCRIPTION-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ALERT-SUBSCRIPTION-FILE
                 INTO ALERT-SUBSCRIPTION-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AS-CUSTOMER = WS-CUSTOMER
                     AND AS-STATUS = 'A'
                     AND (AS-ACCOUNT = SPACES
                       OR AS-ACCOUNT = LS-ACCOUNT)
                   PERFORM CHECK-ONE-SUBSCRIPTION
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ALERT-SUBSCRIPTION-FILE.

       CHECK-ONE-SUBSCRIPTION.
           SET WS-SEND-SWITCH TO 'N'.
           IF AS-THRESHOLD IS NOT NUMERIC
             MOVE 0 TO AS-THRESHOLD
           END-IF.
           EVALUATE TRUE
             WHEN AS-ALERT-TYPE = 'LD'
                 AND (LS-EVENT = 'DB' OR LS-EVENT = 'CC')
                 AND LS-AMOUNT NOT < AS-THRESHOLD
               SET WS-SEND-SWITCH TO 'Y'
             WHEN AS-ALERT-TYPE = 'LB'
                 AND (LS-EVENT = 'DB' OR LS-EVENT = 'CC')
                 AND LS-BALANCE < AS-THRESHOLD
               SET WS-SEND-SWITCH TO 'Y'
             WHEN AS-ALERT-TYPE = 'SF' AND LS-EVENT = 'SF'
               SET WS-SEND-SWITCH TO 'Y'
             WHEN AS-ALERT-TYPE = 'CC' AND LS-EVENT = 'CC'
               SET WS-SEND-SWITCH TO 'Y'
             WHEN AS-ALERT-TYPE = 'NP' AND LS-EVENT = 'NP'
               SET WS-SEND-SWITCH TO 'Y'
           END-EVALUATE.
           IF WS-SEND-SWITCH = 'Y'
             PERFORM WRITE-ALERT-QUEUE-ITEM
           END-IF.

       WRITE-ALERT-QUEUE-ITEM.
           OPEN EXTEND ALERT-QUEUE-FILE.
           IF WS-QUEUE-FILE-STATUS = '35'
             OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF.
           IF WS-QUEUE-FILE-STATUS NOT = '00'
             DISPLAY "Could not open alert queue, status "
               WS-QUEUE-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE LS-DATE TO AQ-DATE.
           MOVE WS-EVENT-TIME TO AQ-TIME.
           MOVE WS-CUSTOMER TO AQ-CUSTOMER.
           MOVE LS-ACCOUNT TO AQ-ACCOUNT.
           MOVE AS-ALERT-TYPE TO AQ-ALERT-TYPE.
           MOVE AS-CHANNEL TO AQ-CHANNEL.
           MOVE AS-CONTACT TO AQ-CONTACT.
           MOVE LS-AMOUNT TO AQ-AMOUNT.
           MOVE LS-BALANCE TO AQ-BALANCE.
           MOVE AS-THRESHOLD TO AQ-THRESHOLD.
           MOVE LS-REFERENCE TO AQ-REFERENCE.
           MOVE 'N' TO AQ-STATUS.
           MOVE SPACES TO AQ-MESSAGE-ID.
           MOVE SPACES TO AQ-STATUS-DATE.
           MOVE SPACES TO AQ-FAIL-REASON.
           WRITE ALERT-QUEUE-RECORD.
           CLOSE ALERT-QUEUE-FILE.
           ADD 1 TO WS-QUEUED-COUNT.
