       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-ELIGIBILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELIGIBILITY-RULE-FILE ASSIGN TO
             "data/account_eligibility.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "data/customers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUSTOMER-NUMBER
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO
             "data/customer_xref.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/accounts.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ACCOUNT-NUMBER
             ALTERNATE RECORD KEY IS ACCOUNT-NAME
               WITH DUPLICATES
             FILE STATUS IS WS-ACCOUNTS-FILE-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO
             "data/account_referrals.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REFERRAL-FILE-STATUS.
           SELECT REFERRAL-TMP-FILE ASSIGN TO
             "data/account_referrals_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REFERRAL-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIGIBILITY-RULE-FILE.
       01  ELIGIBILITY-RULE-RECORD.
           05  ER-ACCOUNT-TYPE       PIC X(1).
           05  ER-KYC-CURRENT        PIC X(1).
           05  ER-ALLOWED-RISK       PIC X(3).
           05  ER-MIN-DEPOSIT        PIC 9(7)V99.
           05  ER-MAX-ACCOUNTS       PIC 9(2).
           05  ER-REQUIRED-DOCS      PIC X(3).

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  ACCOUNTS-FILE.
       COPY ACCTREC.

       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05  AR-REFERRAL-ID        PIC 9(8).
           05  AR-DATE               PIC X(8).
           05  AR-TIME               PIC X(8).
           05  AR-OPERATOR           PIC X(8).
           05  AR-CHANNEL            PIC X(2).
           05  AR-CUSTOMER           PIC X(8).
           05  AR-ACCOUNT-TYPE       PIC X(1).
           05  AR-CURRENCY           PIC X(3).
           05  AR-AMOUNT             PIC 9(9)V99.
           05  AR-ACCOUNT-NAME       PIC X(30).
           05  AR-REASON             PIC X(30).
           05  AR-STATUS             PIC X(1).
           05  AR-DECISION-DATE      PIC X(8).
           05  AR-DECIDED-BY         PIC X(8).
           05  AR-DECISION-NOTE      PIC X(30).
           05  AR-ACCOUNT-NUMBER     PIC X(10).

       FD  REFERRAL-TMP-FILE.
       01  REFERRAL-TMP-RECORD      PIC X(174).

       WORKING-STORAGE SECTION.
       01  WS-RULE-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-REFERRAL-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-REFERRAL-TMP-STATUS   PIC XX VALUE '00'.
       01  WS-REFERRAL-TMP-NAME     PIC X(32)
             VALUE "data/account_referrals_tmp.dat".
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-RULE-FOUND-SWITCH     PIC X VALUE 'N'.
       01  WS-CUSTOMER-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-RISK-OK-SWITCH        PIC X VALUE 'N'.
       01  WS-REFERRAL-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-FAIL-REASON           PIC X(30).
       01  WS-SCAN-IDX              PIC 9(1).
       01  WS-ACCOUNT-COUNT         PIC 9(3) VALUE 0.
       01  WS-USD-AMOUNT            PIC 9(9)V99.
       01  WS-RATE-OPERATION        PIC X(4) VALUE 'RATE'.
       01  WS-RATE-LOOKUP-CODE      PIC X(3).
       01  WS-RATE-LOOKUP-RATE      PIC 9(3)V9999.
       01  WS-REFERRAL-TIME         PIC X(8).
       01  WS-MATCH-STATUS          PIC X(1).
       01  WS-NEW-STATUS            PIC X(1).

       LINKAGE SECTION.
       01  LS-OPERATION             PIC X(4).
       01  LS-CUSTOMER              PIC X(8).
       01  LS-ACCOUNT-TYPE          PIC X(1).
       01  LS-CURRENCY              PIC X(3).
       01  LS-AMOUNT                PIC 9(9)V99.
       01  LS-ACCOUNT-NAME          PIC X(30).
       01  LS-CHANNEL               PIC X(2).
       01  LS-OPERATOR              PIC X(8).
       01  LS-DATE                  PIC X(8).
       01  LS-REFERRAL-ID           PIC 9(8).
       01  LS-ACCOUNT-NUMBER        PIC X(10).
       01  LS-REASON                PIC X(30).
       01  LS-RESULT                PIC X(2).

       PROCEDURE DIVISION USING LS-OPERATION LS-CUSTOMER
             LS-ACCOUNT-TYPE LS-CURRENCY LS-AMOUNT LS-ACCOUNT-NAME
             LS-CHANNEL LS-OPERATOR LS-DATE LS-REFERRAL-ID
             LS-ACCOUNT-NUMBER LS-REASON LS-RESULT.
       MAIN-PROCEDURE.
           MOVE '00' TO LS-RESULT.
           EVALUATE LS-OPERATION
             WHEN 'CHK '
               PERFORM CHECK-ELIGIBILITY
             WHEN 'USE '
               MOVE 'A' TO WS-MATCH-STATUS
               MOVE 'U' TO WS-NEW-STATUS
               PERFORM UPDATE-REFERRAL
             WHEN 'APRV'
               MOVE 'P' TO WS-MATCH-STATUS
               MOVE 'A' TO WS-NEW-STATUS
               PERFORM UPDATE-REFERRAL
             WHEN 'DECL'
               MOVE 'P' TO WS-MATCH-STATUS
               MOVE 'D' TO WS-NEW-STATUS
               PERFORM UPDATE-REFERRAL
             WHEN OTHER
               MOVE '99' TO LS-RESULT
           END-EVALUATE.
           GOBACK.

       CHECK-ELIGIBILITY.
           MOVE 0 TO LS-REFERRAL-ID.
           MOVE SPACES TO LS-REASON.
           MOVE SPACES TO WS-FAIL-REASON.
           PERFORM READ-ELIGIBILITY-RULE.
           IF WS-RULE-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           PERFORM READ-CUSTOMER.
           PERFORM APPLY-CUSTOMER-RULES.
           IF WS-FAIL-REASON = SPACES
             PERFORM APPLY-DEPOSIT-RULE
           END-IF.
           IF WS-FAIL-REASON = SPACES
               AND ER-MAX-ACCOUNTS > 0
               AND WS-CUSTOMER-FOUND-SWITCH = 'Y'
             PERFORM COUNT-CUSTOMER-ACCOUNTS
             IF WS-ACCOUNT-COUNT NOT < ER-MAX-ACCOUNTS
               MOVE "MAXIMUM ACCOUNTS OF TYPE HELD" TO WS-FAIL-REASON
             END-IF
           END-IF.
           IF WS-FAIL-REASON = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-FAIL-REASON TO LS-REASON.
           MOVE 'A' TO WS-MATCH-STATUS.
           PERFORM FIND-OPEN-REFERRAL.
           IF WS-REFERRAL-FOUND-SWITCH = 'Y'
             MOVE '02' TO LS-RESULT
             EXIT PARAGRAPH
           END-IF.
           MOVE '01' TO LS-RESULT.
           MOVE 'P' TO WS-MATCH-STATUS.
           PERFORM FIND-OPEN-REFERRAL.
           IF WS-REFERRAL-FOUND-SWITCH NOT = 'Y'
             PERFORM WRITE-REFERRAL
           END-IF.

       READ-ELIGIBILITY-RULE.
           SET WS-RULE-FOUND-SWITCH TO 'N'.
           OPEN INPUT ELIGIBILITY-RULE-FILE.
           IF WS-RULE-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               OR WS-RULE-FOUND-SWITCH = 'Y'
             READ ELIGIBILITY-RULE-FILE INTO ELIGIBILITY-RULE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF ER-ACCOUNT-TYPE = LS-ACCOUNT-TYPE
                   SET WS-RULE-FOUND-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ELIGIBILITY-RULE-FILE.
           IF ER-MIN-DEPOSIT IS NOT NUMERIC
             MOVE 0 TO ER-MIN-DEPOSIT
           END-IF.
           IF ER-MAX-ACCOUNTS IS NOT NUMERIC
             MOVE 0 TO ER-MAX-ACCOUNTS
           END-IF.

       READ-CUSTOMER.
           SET WS-CUSTOMER-FOUND-SWITCH TO 'N'.
           IF LS-CUSTOMER = SPACES
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           MOVE LS-CUSTOMER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET WS-CUSTOMER-FOUND-SWITCH TO 'Y'
           END-READ.
           CLOSE CUSTOMER-FILE.

       APPLY-CUSTOMER-RULES.
           IF ER-KYC-CURRENT NOT = 'Y'
               AND ER-ALLOWED-RISK = SPACES
               AND ER-REQUIRED-DOCS = SPACES
             EXIT PARAGRAPH
           END-IF.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             MOVE "CUSTOMER NOT ON CUSTOMER FILE" TO WS-FAIL-REASON
             EXIT PARAGRAPH
           END-IF.
           IF CUST-STATUS = 'M'
             MOVE "CUSTOMER RECORD MERGED" TO WS-FAIL-REASON
             EXIT PARAGRAPH
           END-IF.
           IF ER-KYC-CURRENT = 'Y'
             IF CUST-NEXT-REVIEW-DATE = SPACES
                 OR CUST-NEXT-REVIEW-DATE < LS-DATE
               MOVE "KYC REVIEW OVERDUE" TO WS-FAIL-REASON
               EXIT PARAGRAPH
             END-IF
           END-IF.
           IF ER-ALLOWED-RISK NOT = SPACES
             SET WS-RISK-OK-SWITCH TO 'N'
             PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > 3
               IF ER-ALLOWED-RISK(WS-SCAN-IDX:1) NOT = SPACE
                   AND ER-ALLOWED-RISK(WS-SCAN-IDX:1) =
                     CUST-RISK-RATING
                 SET WS-RISK-OK-SWITCH TO 'Y'
               END-IF
             END-PERFORM
             IF WS-RISK-OK-SWITCH NOT = 'Y'
               MOVE SPACES TO WS-FAIL-REASON
               STRING "RISK RATING '" DELIMITED SIZE
                      CUST-RISK-RATING DELIMITED SIZE
                      "' NOT ALLOWED" DELIMITED SIZE
                 INTO WS-FAIL-REASON
               END-STRING
               EXIT PARAGRAPH
             END-IF
           END-IF.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 3
               OR WS-FAIL-REASON NOT = SPACES
             EVALUATE ER-REQUIRED-DOCS(WS-SCAN-IDX:1)
               WHEN 'I'
                 IF CUSTOMER-ID-DOC = SPACES
                   MOVE "NO ID DOCUMENT ON FILE" TO WS-FAIL-REASON
                 END-IF
               WHEN 'A'
                 IF CUSTOMER-ADDRESS = SPACES
                   MOVE "NO ADDRESS ON FILE" TO WS-FAIL-REASON
                 END-IF
               WHEN 'P'
                 IF CUSTOMER-PHONE = SPACES
                   MOVE "NO PHONE NUMBER ON FILE" TO WS-FAIL-REASON
                 END-IF
             END-EVALUATE
           END-PERFORM.

       APPLY-DEPOSIT-RULE.
           IF ER-MIN-DEPOSIT = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE LS-AMOUNT TO WS-USD-AMOUNT.
           IF LS-CURRENCY NOT = 'USD' AND LS-CURRENCY NOT = SPACES
             MOVE LS-CURRENCY TO WS-RATE-LOOKUP-CODE
             CALL 'RATE-LOOKUP' USING WS-RATE-OPERATION
               WS-RATE-LOOKUP-CODE LS-DATE WS-RATE-LOOKUP-RATE
             IF WS-RATE-LOOKUP-RATE > 0
               COMPUTE WS-USD-AMOUNT ROUNDED =
                 LS-AMOUNT * WS-RATE-LOOKUP-RATE
             END-IF
           END-IF.
           IF WS-USD-AMOUNT < ER-MIN-DEPOSIT
             MOVE "BELOW MINIMUM OPENING AMOUNT" TO WS-FAIL-REASON
           END-IF.

       COUNT-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             CLOSE CUSTOMER-XREF-FILE
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF XREF-CUSTOMER-NUMBER = LS-CUSTOMER
                     AND XREF-ROLE NOT = 'G'
                   MOVE XREF-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                   READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF ACCOUNT-TYPE = LS-ACCOUNT-TYPE
                           AND ACCOUNT-STATUS NOT = 'C'
                           AND ACCOUNT-STATUS NOT = 'W'
                         ADD 1 TO WS-ACCOUNT-COUNT
                       END-IF
                   END-READ
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.
           CLOSE CUSTOMER-XREF-FILE.

       FIND-OPEN-REFERRAL.
           SET WS-REFERRAL-FOUND-SWITCH TO 'N'.
           OPEN INPUT REFERRAL-FILE.
           IF WS-REFERRAL-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               OR WS-REFERRAL-FOUND-SWITCH = 'Y'
             READ REFERRAL-FILE INTO REFERRAL-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AR-STATUS = WS-MATCH-STATUS
                     AND AR-ACCOUNT-TYPE = LS-ACCOUNT-TYPE
                     AND AR-CUSTOMER = LS-CUSTOMER
                     AND (LS-CUSTOMER NOT = SPACES
                       OR AR-ACCOUNT-NAME = LS-ACCOUNT-NAME)
                   SET WS-REFERRAL-FOUND-SWITCH TO 'Y'
                   MOVE AR-REFERRAL-ID TO LS-REFERRAL-ID
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE REFERRAL-FILE.

       WRITE-REFERRAL.
           CALL 'NEXT-REFERENCE' USING LS-REFERRAL-ID.
           ACCEPT WS-REFERRAL-TIME FROM TIME.
           OPEN EXTEND REFERRAL-FILE.
           IF WS-REFERRAL-FILE-STATUS = '35'
             OPEN OUTPUT REFERRAL-FILE
           END-IF.
           IF WS-REFERRAL-FILE-STATUS NOT = '00'
             MOVE '98' TO LS-RESULT
             EXIT PARAGRAPH
           END-IF.
           MOVE LS-REFERRAL-ID TO AR-REFERRAL-ID.
           MOVE LS-DATE TO AR-DATE.
           MOVE WS-REFERRAL-TIME TO AR-TIME.
           MOVE LS-OPERATOR TO AR-OPERATOR.
           MOVE LS-CHANNEL TO AR-CHANNEL.
           MOVE LS-CUSTOMER TO AR-CUSTOMER.
           MOVE LS-ACCOUNT-TYPE TO AR-ACCOUNT-TYPE.
           MOVE LS-CURRENCY TO AR-CURRENCY.
           MOVE LS-AMOUNT TO AR-AMOUNT.
           MOVE LS-ACCOUNT-NAME TO AR-ACCOUNT-NAME.
           MOVE WS-FAIL-REASON TO AR-REASON.
           MOVE 'P' TO AR-STATUS.
           MOVE SPACES TO AR-DECISION-DATE.
           MOVE SPACES TO AR-DECIDED-BY.
           MOVE SPACES TO AR-DECISION-NOTE.
           MOVE SPACES TO AR-ACCOUNT-NUMBER.
           WRITE REFERRAL-RECORD.
           CLOSE REFERRAL-FILE.

       UPDATE-REFERRAL.
           MOVE '02' TO LS-RESULT.
           OPEN INPUT REFERRAL-FILE.
           IF WS-REFERRAL-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REFERRAL-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ REFERRAL-FILE INTO REFERRAL-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AR-REFERRAL-ID = LS-REFERRAL-ID
                     AND AR-STATUS = WS-MATCH-STATUS
                   PERFORM APPLY-REFERRAL-UPDATE
                 END-IF
                 MOVE REFERRAL-RECORD TO REFERRAL-TMP-RECORD
                 WRITE REFERRAL-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE REFERRAL-FILE.
           CLOSE REFERRAL-TMP-FILE.

           OPEN OUTPUT REFERRAL-FILE.
           OPEN INPUT REFERRAL-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ REFERRAL-TMP-FILE INTO REFERRAL-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE REFERRAL-TMP-RECORD TO REFERRAL-RECORD
                 WRITE REFERRAL-RECORD
             END-READ
           END-PERFORM.
           CLOSE REFERRAL-FILE.
           CLOSE REFERRAL-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-REFERRAL-TMP-NAME.

       APPLY-REFERRAL-UPDATE.
           IF WS-NEW-STATUS = 'U'
             MOVE 'U' TO AR-STATUS
             MOVE LS-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER
             MOVE '00' TO LS-RESULT
             EXIT PARAGRAPH
           END-IF.
           IF AR-OPERATOR = LS-OPERATOR
             MOVE '03' TO LS-RESULT
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-STATUS TO AR-STATUS.
           MOVE LS-DATE TO AR-DECISION-DATE.
           MOVE LS-OPERATOR TO AR-DECIDED-BY.
           MOVE LS-REASON TO AR-DECISION-NOTE.
           MOVE AR-CUSTOMER TO LS-CUSTOMER.
           MOVE AR-ACCOUNT-TYPE TO LS-ACCOUNT-TYPE.
           MOVE '00' TO LS-RESULT.
