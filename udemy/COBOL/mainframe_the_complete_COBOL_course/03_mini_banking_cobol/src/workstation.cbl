           SELECT MANDATE-FILE ASSIGN TO "data/mandates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANDATE-FILE-STATUS.
           SELECT BRANCH-CONFIG-FILE ASSIGN TO
             "data/branch_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BRANCH-CONFIG-STATUS.
           SELECT AUTHORITY-LIMIT-FILE ASSIGN TO
             "data/authority_limits.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUTH-LIMIT-STATUS.
           SELECT AUTHORITY-OVERRIDE-FILE ASSIGN TO
             "data/authority_overrides.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUTH-OVERRIDE-STATUS.
           SELECT PENDING-CHANGES-FILE ASSIGN TO
             "data/pending_changes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHANGES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  PENDING-TRANSFERS-FILE.
       01  PENDING-TRANSFER-RECORD.
           05  MD-SIGNATORY-1         PIC X(8).
           05  MD-SIGNATORY-2         PIC X(8).

       FD  BRANCH-CONFIG-FILE.
       01  BRANCH-CONFIG-RECORD.
           05  BRC-HEAD-OFFICE        PIC X(4).
           05  BRC-CROSS-ROLES        PIC X(5).

       FD  AUTHORITY-LIMIT-FILE.
       01  AUTHORITY-LIMIT-RECORD.
           05  AL-SCOPE               PIC X(1).
           05  AL-KEY                 PIC X(8).
           05  AL-TYPE                PIC X(2).
           05  AL-LIMIT               PIC 9(9)V99.

       FD  AUTHORITY-OVERRIDE-FILE.
       01  AUTHORITY-OVERRIDE-RECORD.
           05  AO-DATE                PIC X(8).
           05  AO-TIME                PIC X(8).
           05  AO-BRANCH              PIC X(4).
           05  AO-OPERATOR            PIC X(8).
           05  AO-SUPERVISOR          PIC X(8).
           05  AO-TYPE                PIC X(2).
           05  AO-ACCOUNT             PIC X(10).
           05  AO-CURRENCY            PIC X(3).
           05  AO-AMOUNT              PIC 9(9)V99.
           05  AO-USD-AMOUNT          PIC 9(9)V99.
           05  AO-LIMIT               PIC 9(9)V99.
           05  AO-REFERENCE           PIC 9(8).
           05  AO-REASON              PIC X(30).

       FD  PENDING-CHANGES-FILE.
       01  PENDING-CHANGE-RECORD.
           05  PC-CHANGE-TYPE         PIC X(4).
           05  PC-KEY                 PIC X(10).
           05  PC-OLD-VALUE           PIC X(30).
           05  PC-NEW-VALUE           PIC X(30).
           05  PC-MAKER               PIC X(8).
           05  PC-CAPTURE-DATE        PIC X(8).
           05  PC-TOLERANCE-FLAG      PIC X(1).
           05  PC-STATUS              PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-PENDING-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EXIT-SWITCH           PIC X VALUE 'N'.
       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-OPERATOR-ROLE         PIC X(1).
       01  WS-OPERATOR-BRANCH       PIC X(4).
       01  WS-CROSS-BRANCH-SWITCH   PIC X VALUE 'N'.
       01  WS-BRANCH-DENIED-SWITCH  PIC X VALUE 'N'.
       01  WS-BRANCH-CONFIG-STATUS  PIC XX VALUE '00'.
       01  WS-HEAD-OFFICE-BRANCH    PIC X(4) VALUE '0001'.
       01  WS-CROSS-BRANCH-ROLES    PIC X(5) VALUE 'S'.
       01  WS-ROLE-SCAN-IDX         PIC 9(1).
       01  WS-ACCOUNT-BRANCH-CODE   PIC X(4).
       01  WS-SIGNON-OK-SWITCH      PIC X VALUE 'N'.
       01  WS-SIGNON-TRIES          PIC 9 VALUE 0.
       01  WS-PROCESSING-DATE       PIC X(8).
       01  WS-TRANSFER-RESULT       PIC X(2).
       01  WS-SOURCE-BALANCE        PIC S9(7)V99.
       01  WS-SOURCE-NEW-BALANCE    PIC S9(7)V99.
       01  WS-SOURCE-BRANCH         PIC X(4).
       01  WS-DEST-OLD-BALANCE      PIC S9(7)V99.
       01  WS-DEST-NEW-BALANCE     PIC S9(7)V99.
       01  WS-DEST-BRANCH           PIC X(4).
       01  WS-SOURCE-STATUS         PIC X(1).
       01  WS-DEST-STATUS           PIC X(1).
       01  WS-SOURCE-CURRENCY       PIC X(3).
       01  WS-SEC-ROLE              PIC X(1).
       01  WS-SEC-EVENT             PIC X(20).
       01  WS-SEC-RESULT            PIC X(2).
       01  WS-SEC-BRANCH            PIC X(4).
       01  WS-ELIG-OPERATION        PIC X(4).
       01  WS-ELIG-AMOUNT           PIC 9(9)V99.
       01  WS-ELIG-CHANNEL          PIC X(2) VALUE 'WS'.
       01  WS-ELIG-REFERRAL-ID      PIC 9(8).
       01  WS-ELIG-REASON           PIC X(30).
       01  WS-ELIG-RESULT           PIC X(2).
       01  WS-FRAUD-OPERATION       PIC X(4) VALUE 'SCOR'.
       01  WS-FRAUD-EVENT           PIC X(4).
       01  WS-FRAUD-AMOUNT          PIC 9(9)V99.
       01  WS-FRAUD-SCORE           PIC 9(3).
       01  WS-FRAUD-RESULT          PIC X(2).
       01  WS-AUTH-LIMIT-STATUS     PIC XX VALUE '00'.
       01  WS-AUTH-OVERRIDE-STATUS  PIC XX VALUE '00'.
       01  WS-AUTH-TYPE             PIC X(2).
       01  WS-AUTH-ACCOUNT          PIC X(10).
       01  WS-AUTH-CURRENCY         PIC X(3).
       01  WS-AUTH-AMOUNT           PIC 9(9)V99.
       01  WS-AUTH-USD-AMOUNT       PIC 9(9)V99.
       01  WS-AUTH-LIMIT            PIC 9(9)V99.
       01  WS-AUTH-ROLE-LIMIT       PIC 9(9)V99.
       01  WS-AUTH-OPER-LIMIT       PIC 9(9)V99.
       01  WS-AUTH-ROLE-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-AUTH-OPER-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-AUTH-LIMITED-SWITCH   PIC X VALUE 'N'.
       01  WS-AUTH-APPROVED-SWITCH  PIC X VALUE 'N'.
       01  WS-AUTH-OVERRIDE-SWITCH  PIC X VALUE 'N'.
       01  WS-AUTH-REFERENCE        PIC 9(8).
       01  WS-OVR-SUPERVISOR-ID     PIC X(8).
       01  WS-OVR-SUPERVISOR-PASSWORD PIC X(8).
       01  WS-OVR-SUPERVISOR-ROLE   PIC X(1).
       01  WS-OVR-SUPERVISOR-BRANCH PIC X(4).
       01  WS-OVR-REASON            PIC X(30).
       01  WS-EDIT-AUTH-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AUTH-LIMIT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CHANGES-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-PC-TYPE               PIC X(4).
       01  WS-PC-KEY                PIC X(10).
       01  WS-PC-OLD                PIC X(30).
       01  WS-PC-NEW                PIC X(30).
       01  WS-PC-FLAG               PIC X(1).
       01  WS-CLOSE-STATUS          PIC X(1).
       01  WS-HOLDER-COUNT          PIC 9(2) VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 10 TIMES.
               10  WS-HD-CUSTOMER   PIC X(8).
               10  WS-HD-ROLE       PIC X(1).
               10  WS-HD-SHARE      PIC 9(3)V99.
               10  WS-HD-ALLOCATION PIC 9(3)V99.
       01  WS-HOLDER-RULE           PIC X(1).
       01  WS-PRINCIPAL-IDX         PIC 9(2).
       01  WS-HOLDER-IDX            PIC 9(2).
       01  WS-SIGNATORY-COUNT       PIC 9(2) VALUE 0.
       01  WS-CONSENT-COUNT         PIC 9(2) VALUE 0.
       01  WS-CONSENT-CUSTOMER      PIC X(8).
       01  WS-CONSENT-ROLE          PIC X(1).
       01  WS-CONSENT-OK-SWITCH     PIC X VALUE 'N'.

       01  SCR-SUPERVISOR-ID        PIC X(8) VALUE SPACES.
       01  SCR-SUPERVISOR-PASSWORD  PIC X(8) VALUE SPACES.
       01  SCR-OVERRIDE-REASON      PIC X(30) VALUE SPACES.
       01  SCR-CONSENT-CUSTOMER     PIC X(8) VALUE SPACES.

       SCREEN SECTION.
       01  SIGNON-SCREEN.
               VALUE "CLOSE THIS ACCOUNT? (Y/N):".
           05  LINE 8 COLUMN 38 PIC X USING SCR-CONFIRM.

       01  EITHER-CONSENT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10 VALUE "CLOSURE CONSENT".
           05  LINE 4 COLUMN 10 VALUE "ACCOUNT NO . :".
           05  LINE 4 COLUMN 26 PIC X(10) FROM SCR-ACCOUNT-NUMBER.
           05  LINE 5 COLUMN 10
               VALUE "EITHER HOLDER MAY SIGN FOR THIS ACCOUNT".
           05  LINE 7 COLUMN 10 VALUE "CONSENTING CUSTOMER NO :".
           05  LINE 7 COLUMN 36 PIC X(8) USING SCR-CONSENT-CUSTOMER.

       01  SIGNATORY-CONSENT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10 VALUE "CLOSURE CONSENT".
           05  LINE 4 COLUMN 10 VALUE "ACCOUNT NO . :".
           05  LINE 4 COLUMN 26 PIC X(10) FROM SCR-ACCOUNT-NUMBER.
           05  LINE 5 COLUMN 10
               VALUE "ALL SIGNATORIES MUST CONSENT TO CLOSURE".
           05  LINE 7 COLUMN 10 VALUE "CUSTOMER NO  :".
           05  LINE 7 COLUMN 26 PIC X(8) FROM WS-CONSENT-CUSTOMER.
           05  LINE 8 COLUMN 10 VALUE "ROLE . . . . :".
           05  LINE 8 COLUMN 26 PIC X FROM WS-CONSENT-ROLE.
           05  LINE 10 COLUMN 10
               VALUE "HAS THIS CUSTOMER CONSENTED? (Y/N):".
           05  LINE 10 COLUMN 47 PIC X USING SCR-CONFIRM.

       01  AUTHORITY-OVERRIDE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10 VALUE "SUPERVISOR OVERRIDE".
           05  LINE 4 COLUMN 10 VALUE "USD AMOUNT . :".
           05  LINE 4 COLUMN 26 PIC ZZZ,ZZZ,ZZ9.99
               FROM WS-EDIT-AUTH-AMOUNT.
           05  LINE 5 COLUMN 10 VALUE "YOUR LIMIT . :".
           05  LINE 5 COLUMN 26 PIC ZZZ,ZZZ,ZZ9.99
               FROM WS-EDIT-AUTH-LIMIT.
           05  LINE 7 COLUMN 10 VALUE "SUPERVISOR . :".
           05  LINE 7 COLUMN 26 PIC X(8) USING SCR-SUPERVISOR-ID.
           05  LINE 8 COLUMN 10 VALUE "PASSWORD . . :".
           05  LINE 8 COLUMN 26 PIC X(8)
               USING SCR-SUPERVISOR-PASSWORD SECURE.
           05  LINE 9 COLUMN 10 VALUE "REASON . . . :".
           05  LINE 9 COLUMN 26 PIC X(30) USING SCR-OVERRIDE-REASON.
           05  LINE 11 COLUMN 10
               VALUE "LEAVE SUPERVISOR BLANK TO CANCEL".
           05  LINE 13 COLUMN 10 PIC X(60) FROM WS-MESSAGE-LINE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-SCREEN-LOOP.
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             SCR-SIGNON-ID SCR-SIGNON-PASSWORD
             WS-SEC-NEW-PASSWORD WS-SEC-ROLE WS-SEC-EVENT
             WS-SEC-RESULT WS-SEC-BRANCH.
           EVALUATE WS-SEC-RESULT
             WHEN '00'
               SET WS-SIGNON-OK-SWITCH TO 'Y'
               MOVE WS-SEC-ROLE TO WS-OPERATOR-ROLE
               PERFORM SET-OPERATOR-BRANCH
               MOVE 'WS SIGN-ON OK' TO WS-SEC-EVENT
               PERFORM LOG-SECURITY-EVENT
             WHEN '05'
               SET WS-SIGNON-OK-SWITCH TO 'Y'
               MOVE WS-SEC-ROLE TO WS-OPERATOR-ROLE
               PERFORM SET-OPERATOR-BRANCH
               MOVE 'FIRST SUPERVISOR' TO WS-SEC-EVENT
               PERFORM LOG-SECURITY-EVENT
             WHEN '03'
               PERFORM LOG-SECURITY-EVENT
           END-EVALUATE.

       SET-OPERATOR-BRANCH.
           OPEN INPUT BRANCH-CONFIG-FILE.
           IF WS-BRANCH-CONFIG-STATUS = '00'
             READ BRANCH-CONFIG-FILE INTO BRANCH-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF BRC-HEAD-OFFICE NOT = SPACES
                   MOVE BRC-HEAD-OFFICE TO WS-HEAD-OFFICE-BRANCH
                 END-IF
                 IF BRC-CROSS-ROLES NOT = SPACES
                   MOVE BRC-CROSS-ROLES TO WS-CROSS-BRANCH-ROLES
                 END-IF
             END-READ
             CLOSE BRANCH-CONFIG-FILE
           END-IF.
           MOVE WS-SEC-BRANCH TO WS-OPERATOR-BRANCH.
           IF WS-OPERATOR-BRANCH = SPACES
             MOVE WS-HEAD-OFFICE-BRANCH TO WS-OPERATOR-BRANCH
           END-IF.
           SET WS-CROSS-BRANCH-SWITCH TO 'N'.
           PERFORM VARYING WS-ROLE-SCAN-IDX FROM 1 BY 1
               UNTIL WS-ROLE-SCAN-IDX > 5
             IF WS-CROSS-BRANCH-ROLES(WS-ROLE-SCAN-IDX:1)
                 = WS-OPERATOR-ROLE
               SET WS-CROSS-BRANCH-SWITCH TO 'Y'
             END-IF
           END-PERFORM.

       LOG-SECURITY-EVENT.
           MOVE 'LOG ' TO WS-SEC-OPERATION.
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             SCR-SIGNON-ID SCR-SIGNON-PASSWORD
             WS-SEC-NEW-PASSWORD WS-SEC-ROLE WS-SEC-EVENT
             WS-SEC-RESULT WS-SEC-BRANCH.

       SHOW-MENU-SCREEN.
           MOVE 0 TO SCR-MENU-CHOICE.
               TO WS-MESSAGE-LINE
             EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-BRANCH-DENIED-SWITCH = 'Y'
             EXIT PARAGRAPH
           END-IF.
           MOVE SCR-TO-ACCOUNT TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           MOVE 'TR' TO WS-AUTH-TYPE.
           MOVE SCR-FROM-ACCOUNT TO WS-AUTH-ACCOUNT.
           MOVE SCR-AMOUNT TO WS-AUTH-AMOUNT.
           PERFORM CHECK-AUTHORITY-LIMIT.
           IF WS-AUTH-APPROVED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             MOVE "ACCOUNTS FILE IS LOCKED - TRY AGAIN"
           EVALUATE WS-TRANSFER-RESULT
             WHEN '00'
               PERFORM LOG-SCREEN-TRANSFER
               MOVE WS-TRANSFER-REFERENCE TO WS-AUTH-REFERENCE
               PERFORM WRITE-AUTHORITY-OVERRIDE
               MOVE 'DESC' TO WS-TRANCODE-OPERATION
               MOVE 'DR' TO WS-TRANCODE-CODE
               CALL 'TRANCODE' USING WS-TRANCODE-OPERATION
               PERFORM WRITE-PENDING-TRANSFER
               MOVE "MANDATE NEEDS A SECOND SIGNATORY - HELD"
                 TO WS-MESSAGE-LINE
             WHEN '13'
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "FRAUD SCORE " DELIMITED SIZE
                 WS-FRAUD-SCORE DELIMITED SIZE
                 " - NOT POSTED, HOLD PLACED AND ALERT RAISED"
                   DELIMITED SIZE
                 INTO WS-MESSAGE-LINE
               END-STRING
             WHEN OTHER
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "TRANSFER FAILED - REASON CODE "
             EXIT PARAGRAPH
           END-IF.

           MOVE 'XFER' TO WS-FRAUD-EVENT.
           MOVE WS-USD-EQUIVALENT-AMOUNT TO WS-FRAUD-AMOUNT.
           CALL 'FRAUD-SCORE' USING WS-FRAUD-OPERATION
             WS-FRAUD-EVENT SCR-FROM-ACCOUNT
             WS-FRAUD-AMOUNT WS-PROCESSING-DATE WS-OPERATOR-ID
             WS-FRAUD-SCORE WS-FRAUD-RESULT.
           IF WS-FRAUD-RESULT = '01'
             MOVE '13' TO WS-TRANSFER-RESULT
             EXIT PARAGRAPH
           END-IF.

           MOVE SCR-AMOUNT TO WS-CONVERTED-AMOUNT.
           IF WS-SOURCE-CURRENCY NOT = WS-DEST-CURRENCY
             MOVE WS-RATE-LOOKUP-RATE TO WS-SOURCE-RATE-TO-USD
           END-IF.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-SOURCE-BRANCH.

           MOVE SCR-TO-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER.
           MOVE ACCOUNT-BALANCE TO WS-DEST-NEW-BALANCE.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-DEST-BRANCH.

           CLOSE ACCOUNTS-FILE.

           MOVE SCR-AMOUNT TO LOG-AMOUNT.
           MOVE WS-SOURCE-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-SOURCE-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-SOURCE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           MOVE SCR-FROM-ACCOUNT TO WS-DAILY-TOTAL-ACCOUNT.
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
             MOVE 0 TO SCR-OVERDRAFT-LIMIT
           END-IF.

           MOVE 'CHK ' TO WS-ELIG-OPERATION.
           MOVE SCR-OPENING-BALANCE TO WS-ELIG-AMOUNT.
           CALL 'ACCOUNT-ELIGIBILITY' USING WS-ELIG-OPERATION
             SCR-CUSTOMER-NUMBER SCR-ACCOUNT-TYPE SCR-CURRENCY
             WS-ELIG-AMOUNT SCR-ACCOUNT-NAME WS-ELIG-CHANNEL
             WS-OPERATOR-ID WS-PROCESSING-DATE WS-ELIG-REFERRAL-ID
             SCR-ACCOUNT-NUMBER WS-ELIG-REASON WS-ELIG-RESULT.
           IF WS-ELIG-RESULT = '01'
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING "REFERRED " DELIMITED SIZE
                    WS-ELIG-REFERRAL-ID DELIMITED SIZE
                    ": " DELIMITED SIZE
                    WS-ELIG-REASON DELIMITED SIZE
               INTO WS-MESSAGE-LINE
             END-STRING
             EXIT PARAGRAPH
           END-IF.
           IF WS-ELIG-RESULT NOT = '00' AND WS-ELIG-RESULT NOT = '02'
             MOVE "ELIGIBILITY CHECK FAILED - CANCELLED"
               TO WS-MESSAGE-LINE
             EXIT PARAGRAPH
           END-IF.

           MOVE SCR-OPENING-BALANCE TO WS-EDIT-AMOUNT.
           MOVE 'N' TO SCR-CONFIRM.
           DISPLAY OPEN-CONFIRM-SCREEN.
           MOVE 'N' TO ROLLOVER-FLAG.
           MOVE SCR-DAILY-LIMIT TO DAILY-TRANSFER-LIMIT.
           MOVE 0 TO ACCRUED-INTEREST.
           MOVE WS-OPERATOR-BRANCH TO ACCOUNT-BRANCH.

           OPEN EXTEND ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS = '35'
           IF WS-CUSTOMER-FOUND-SWITCH = 'Y'
             PERFORM WRITE-CUSTOMER-XREF
           END-IF.
           IF WS-ELIG-RESULT = '02'
             MOVE 'USE ' TO WS-ELIG-OPERATION
             CALL 'ACCOUNT-ELIGIBILITY' USING WS-ELIG-OPERATION
               SCR-CUSTOMER-NUMBER SCR-ACCOUNT-TYPE SCR-CURRENCY
               WS-ELIG-AMOUNT SCR-ACCOUNT-NAME WS-ELIG-CHANNEL
               WS-OPERATOR-ID WS-PROCESSING-DATE WS-ELIG-REFERRAL-ID
               SCR-ACCOUNT-NUMBER WS-ELIG-REASON WS-ELIG-RESULT
           END-IF.

           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "ACCOUNT " DELIMITED SIZE
           END-IF.
           MOVE SCR-CUSTOMER-NUMBER TO XREF-CUSTOMER-NUMBER.
           MOVE SCR-ACCOUNT-NUMBER TO XREF-ACCOUNT-NUMBER.
           MOVE 'P' TO XREF-ROLE.
           MOVE 100 TO XREF-SHARE.
           MOVE 'E' TO XREF-SIGNING-RULE.
           WRITE CUSTOMER-XREF-RECORD.
           CLOSE CUSTOMER-XREF-FILE.

           MOVE SCR-OPENING-BALANCE TO LOG-AMOUNT.
           MOVE 0 TO LOG-OLD-BALANCE.
           MOVE SCR-OPENING-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-OPERATOR-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

             END-IF
           END-IF.

       CHECK-BRANCH-ACCESS.
           SET WS-BRANCH-DENIED-SWITCH TO 'N'.
           IF WS-CROSS-BRANCH-SWITCH = 'Y'
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALIDATE-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-READ.
           MOVE ACCOUNT-BRANCH TO WS-ACCOUNT-BRANCH-CODE.
           CLOSE ACCOUNTS-FILE.
           IF WS-ACCOUNT-BRANCH-CODE = SPACES
             MOVE WS-HEAD-OFFICE-BRANCH TO WS-ACCOUNT-BRANCH-CODE
           END-IF.
           IF WS-ACCOUNT-BRANCH-CODE NOT = WS-OPERATOR-BRANCH
             SET WS-BRANCH-DENIED-SWITCH TO 'Y'
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING "ACCOUNT IS HELD AT BRANCH " DELIMITED SIZE
               WS-ACCOUNT-BRANCH-CODE DELIMITED SIZE
               " - NOT YOUR BRANCH" DELIMITED SIZE
               INTO WS-MESSAGE-LINE
             END-STRING
           END-IF.

       INQUIRY-SCREEN-FLOW.
           MOVE SPACES TO SCR-ACCOUNT-NUMBER.
           DISPLAY INQUIRY-SCREEN.
               TO WS-MESSAGE-LINE
             EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-BRANCH-DENIED-SWITCH = 'Y'
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
               TO WS-MESSAGE-LINE
             EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-BRANCH-DENIED-SWITCH = 'Y'
             EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             MOVE "NO ACCOUNTS FILE FOUND" TO WS-MESSAGE-LINE
             PERFORM RELEASE-LOCK
             EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO SCR-CONFIRM.
           MOVE SCR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               MOVE "ACCOUNT NOT FOUND" TO WS-MESSAGE-LINE
             NOT INVALID KEY
               IF ACCOUNT-STATUS = 'C'
                 MOVE "ACCOUNT IS ALREADY CLOSED" TO WS-MESSAGE-LINE
               ELSE
                 MOVE ACCOUNT-NAME TO WS-DETAIL-NAME
                 MOVE ACCOUNT-BALANCE TO WS-DETAIL-BALANCE
                 MOVE ACCOUNT-STATUS TO WS-CLOSE-STATUS
                 DISPLAY CLOSE-CONFIRM-SCREEN
                 ACCEPT CLOSE-CONFIRM-SCREEN
                 IF SCR-CONFIRM NOT = 'Y'
                   MOVE "CLOSURE CANCELLED" TO WS-MESSAGE-LINE
                 END-IF
               END-IF
           END-READ.
           CLOSE ACCOUNTS-FILE.
           IF SCR-CONFIRM NOT = 'Y'
             PERFORM RELEASE-LOCK
             EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-CLOSURE-CONSENT.
           IF WS-CONSENT-OK-SWITCH NOT = 'Y'
             PERFORM RELEASE-LOCK
             EXIT PARAGRAPH
           END-IF.

           MOVE 'CLOS' TO WS-PC-TYPE.
           MOVE SCR-ACCOUNT-NUMBER TO WS-PC-KEY.
           MOVE SPACES TO WS-PC-OLD.
           MOVE WS-CLOSE-STATUS TO WS-PC-OLD(1:1).
           MOVE SPACES TO WS-PC-NEW.
           MOVE 'C' TO WS-PC-NEW(1:1).
           MOVE WS-HOLDER-RULE TO WS-PC-NEW(3:1).
           MOVE WS-CONSENT-COUNT TO WS-PC-NEW(5:2).
           MOVE SPACE TO WS-PC-FLAG.
           PERFORM WRITE-PENDING-CHANGE.
           IF WS-CHANGES-FILE-STATUS = '00'
             MOVE "CLOSURE CAPTURED - A SECOND OPERATOR MUST APPROVE IT"
               TO WS-MESSAGE-LINE
           END-IF.
           PERFORM RELEASE-LOCK.

       CHECK-CLOSURE-CONSENT.
           SET WS-CONSENT-OK-SWITCH TO 'N'.
           MOVE 0 TO WS-CONSENT-COUNT.
           MOVE 0 TO WS-SIGNATORY-COUNT.
           CALL 'ACCOUNT-HOLDERS' USING SCR-ACCOUNT-NUMBER
             WS-HOLDER-COUNT WS-HOLDER-TABLE WS-HOLDER-RULE
             WS-PRINCIPAL-IDX.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
             IF WS-HD-ROLE(WS-HOLDER-IDX) NOT = 'M'
               ADD 1 TO WS-SIGNATORY-COUNT
             END-IF
           END-PERFORM.
           IF WS-SIGNATORY-COUNT < 2
             SET WS-CONSENT-OK-SWITCH TO 'Y'
             MOVE WS-SIGNATORY-COUNT TO WS-CONSENT-COUNT
             EXIT PARAGRAPH
           END-IF.

           IF WS-HOLDER-RULE = 'E'
             MOVE SPACES TO SCR-CONSENT-CUSTOMER
             DISPLAY EITHER-CONSENT-SCREEN
             ACCEPT EITHER-CONSENT-SCREEN
             PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                 UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               IF WS-HD-CUSTOMER(WS-HOLDER-IDX) = SCR-CONSENT-CUSTOMER
                   AND WS-HD-ROLE(WS-HOLDER-IDX) NOT = 'M'
                 MOVE 1 TO WS-CONSENT-COUNT
               END-IF
             END-PERFORM
             IF WS-CONSENT-COUNT = 0
               MOVE "CUSTOMER IS NOT A SIGNATORY - CLOSURE REFUSED"
                 TO WS-MESSAGE-LINE
               EXIT PARAGRAPH
             END-IF
           ELSE
             PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                 UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               IF WS-HD-ROLE(WS-HOLDER-IDX) NOT = 'M'
                 MOVE WS-HD-CUSTOMER(WS-HOLDER-IDX)
                   TO WS-CONSENT-CUSTOMER
                 MOVE WS-HD-ROLE(WS-HOLDER-IDX) TO WS-CONSENT-ROLE
                 MOVE 'N' TO SCR-CONFIRM
                 DISPLAY SIGNATORY-CONSENT-SCREEN
                 ACCEPT SIGNATORY-CONSENT-SCREEN
                 IF SCR-CONFIRM = 'Y'
                   ADD 1 TO WS-CONSENT-COUNT
                 END-IF
               END-IF
             END-PERFORM
             IF WS-CONSENT-COUNT < WS-SIGNATORY-COUNT
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "ONLY " DELIMITED SIZE
                 WS-CONSENT-COUNT DELIMITED SIZE
                 " OF " DELIMITED SIZE
                 WS-SIGNATORY-COUNT DELIMITED SIZE
                 " SIGNATORIES CONSENTED - CLOSURE REFUSED"
                   DELIMITED SIZE
                 INTO WS-MESSAGE-LINE
               END-STRING
               EXIT PARAGRAPH
             END-IF
           END-IF.
           SET WS-CONSENT-OK-SWITCH TO 'Y'.

       WRITE-PENDING-CHANGE.
           OPEN EXTEND PENDING-CHANGES-FILE.
           IF WS-CHANGES-FILE-STATUS = '35'
             OPEN OUTPUT PENDING-CHANGES-FILE
           END-IF.
           IF WS-CHANGES-FILE-STATUS NOT = '00'
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING "COULD NOT OPEN PENDING CHANGES FILE, STATUS "
               DELIMITED SIZE
               WS-CHANGES-FILE-STATUS DELIMITED SIZE
               INTO WS-MESSAGE-LINE
             END-STRING
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-PC-TYPE TO PC-CHANGE-TYPE.
           MOVE WS-PC-KEY TO PC-KEY.
           MOVE WS-PC-OLD TO PC-OLD-VALUE.
           MOVE WS-PC-NEW TO PC-NEW-VALUE.
           MOVE WS-OPERATOR-ID TO PC-MAKER.
           MOVE WS-PROCESSING-DATE TO PC-CAPTURE-DATE.
           MOVE WS-PC-FLAG TO PC-TOLERANCE-FLAG.
           MOVE 'P' TO PC-STATUS.
           WRITE PENDING-CHANGE-RECORD.
           CLOSE PENDING-CHANGES-FILE.

       CHECK-AUTHORITY-LIMIT.
           SET WS-AUTH-APPROVED-SWITCH TO 'Y'.
           SET WS-AUTH-OVERRIDE-SWITCH TO 'N'.
           PERFORM FIND-AUTHORITY-LIMIT.
           IF WS-AUTH-LIMITED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           PERFORM READ-AUTHORITY-CURRENCY.
           MOVE WS-AUTH-CURRENCY TO WS-RATE-LOOKUP-CODE.
           PERFORM FIND-EXCHANGE-RATE.
           COMPUTE WS-AUTH-USD-AMOUNT ROUNDED =
             WS-AUTH-AMOUNT * WS-RATE-LOOKUP-RATE.
           IF WS-AUTH-USD-AMOUNT NOT > WS-AUTH-LIMIT
             EXIT PARAGRAPH
           END-IF.

           SET WS-AUTH-APPROVED-SWITCH TO 'N'.
           MOVE WS-AUTH-USD-AMOUNT TO WS-EDIT-AUTH-AMOUNT.
           MOVE WS-AUTH-LIMIT TO WS-EDIT-AUTH-LIMIT.
           MOVE SPACES TO SCR-SUPERVISOR-ID SCR-SUPERVISOR-PASSWORD
             SCR-OVERRIDE-REASON.
           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "AMOUNT EXCEEDS YOUR " DELIMITED SIZE
             WS-AUTH-TYPE DELIMITED SIZE
             " AUTHORITY LIMIT - SUPERVISOR OVERRIDE REQUIRED"
               DELIMITED SIZE
             INTO WS-MESSAGE-LINE
           END-STRING.
           DISPLAY AUTHORITY-OVERRIDE-SCREEN.
           ACCEPT AUTHORITY-OVERRIDE-SCREEN.
           IF SCR-SUPERVISOR-ID = SPACES
             MOVE "POSTING CANCELLED" TO WS-MESSAGE-LINE
             EXIT PARAGRAPH
           END-IF.
           IF SCR-SUPERVISOR-ID = WS-OPERATOR-ID
             MOVE "AN OPERATOR CANNOT OVERRIDE THEIR OWN LIMIT"
               TO WS-MESSAGE-LINE
             EXIT PARAGRAPH
           END-IF.
           IF SCR-OVERRIDE-REASON = SPACES
             MOVE "AN OVERRIDE REASON IS REQUIRED - POSTING REFUSED"
               TO WS-MESSAGE-LINE
             EXIT PARAGRAPH
           END-IF.
           MOVE SCR-SUPERVISOR-ID TO WS-OVR-SUPERVISOR-ID.
           MOVE SCR-SUPERVISOR-PASSWORD TO WS-OVR-SUPERVISOR-PASSWORD.
           MOVE SCR-OVERRIDE-REASON TO WS-OVR-REASON.

           MOVE 'AUTH' TO WS-SEC-OPERATION.
           MOVE SPACES TO WS-SEC-NEW-PASSWORD.
           MOVE SPACES TO WS-SEC-EVENT.
           MOVE SPACE TO WS-OVR-SUPERVISOR-ROLE.
           MOVE SPACES TO WS-OVR-SUPERVISOR-BRANCH.
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             WS-OVR-SUPERVISOR-ID WS-OVR-SUPERVISOR-PASSWORD
             WS-SEC-NEW-PASSWORD WS-OVR-SUPERVISOR-ROLE WS-SEC-EVENT
             WS-SEC-RESULT WS-OVR-SUPERVISOR-BRANCH.
           IF WS-SEC-RESULT NOT = '00' AND WS-SEC-RESULT NOT = '03'
             MOVE "SUPERVISOR COULD NOT BE VERIFIED - POSTING REFUSED"
               TO WS-MESSAGE-LINE
             MOVE 'LIMIT OVERRIDE FAIL' TO WS-SEC-EVENT
             PERFORM LOG-AUTHORITY-OVERRIDE-EVENT
             EXIT PARAGRAPH
           END-IF.
           IF WS-OVR-SUPERVISOR-ROLE NOT = 'S'
             MOVE "OVERRIDING OPERATOR IS NOT A SUPERVISOR - REFUSED"
               TO WS-MESSAGE-LINE
             MOVE 'LIMIT OVERRIDE FAIL' TO WS-SEC-EVENT
             PERFORM LOG-AUTHORITY-OVERRIDE-EVENT
             EXIT PARAGRAPH
           END-IF.

           SET WS-AUTH-APPROVED-SWITCH TO 'Y'.
           SET WS-AUTH-OVERRIDE-SWITCH TO 'Y'.
           MOVE 'LIMIT OVERRIDE OK' TO WS-SEC-EVENT.
           PERFORM LOG-AUTHORITY-OVERRIDE-EVENT.

       LOG-AUTHORITY-OVERRIDE-EVENT.
           MOVE 'LOG ' TO WS-SEC-OPERATION.
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             WS-OVR-SUPERVISOR-ID WS-OVR-SUPERVISOR-PASSWORD
             WS-SEC-NEW-PASSWORD WS-OVR-SUPERVISOR-ROLE WS-SEC-EVENT
             WS-SEC-RESULT WS-OVR-SUPERVISOR-BRANCH.

       FIND-AUTHORITY-LIMIT.
           SET WS-AUTH-LIMITED-SWITCH TO 'N'.
           SET WS-AUTH-ROLE-FOUND-SWITCH TO 'N'.
           SET WS-AUTH-OPER-FOUND-SWITCH TO 'N'.
           MOVE 0 TO WS-AUTH-LIMIT.
           OPEN INPUT AUTHORITY-LIMIT-FILE.
           IF WS-AUTH-LIMIT-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ AUTHORITY-LIMIT-FILE INTO AUTHORITY-LIMIT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AL-TYPE = WS-AUTH-TYPE AND AL-LIMIT IS NUMERIC
                   IF AL-SCOPE = 'O' AND AL-KEY = WS-OPERATOR-ID
                     SET WS-AUTH-OPER-FOUND-SWITCH TO 'Y'
                     MOVE AL-LIMIT TO WS-AUTH-OPER-LIMIT
                   END-IF
                   IF AL-SCOPE = 'R' AND AL-KEY(1:1) = WS-OPERATOR-ROLE
                     SET WS-AUTH-ROLE-FOUND-SWITCH TO 'Y'
                     MOVE AL-LIMIT TO WS-AUTH-ROLE-LIMIT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE AUTHORITY-LIMIT-FILE.
           IF WS-AUTH-OPER-FOUND-SWITCH = 'Y'
             SET WS-AUTH-LIMITED-SWITCH TO 'Y'
             MOVE WS-AUTH-OPER-LIMIT TO WS-AUTH-LIMIT
           ELSE IF WS-AUTH-ROLE-FOUND-SWITCH = 'Y'
             SET WS-AUTH-LIMITED-SWITCH TO 'Y'
             MOVE WS-AUTH-ROLE-LIMIT TO WS-AUTH-LIMIT
           END-IF.

       READ-AUTHORITY-CURRENCY.
           MOVE 'USD' TO WS-AUTH-CURRENCY.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-AUTH-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CURRENCY-CODE NOT = SPACES
                 MOVE CURRENCY-CODE TO WS-AUTH-CURRENCY
               END-IF
           END-READ.
           CLOSE ACCOUNTS-FILE.

       WRITE-AUTHORITY-OVERRIDE.
           IF WS-AUTH-OVERRIDE-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           SET WS-AUTH-OVERRIDE-SWITCH TO 'N'.
           OPEN EXTEND AUTHORITY-OVERRIDE-FILE.
           IF WS-AUTH-OVERRIDE-STATUS = '35'
             OPEN OUTPUT AUTHORITY-OVERRIDE-FILE
           END-IF.
           IF WS-AUTH-OVERRIDE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROCESSING-DATE TO AO-DATE.
           ACCEPT AO-TIME FROM TIME.
           MOVE WS-OPERATOR-BRANCH TO AO-BRANCH.
           MOVE WS-OPERATOR-ID TO AO-OPERATOR.
           MOVE WS-OVR-SUPERVISOR-ID TO AO-SUPERVISOR.
           MOVE WS-AUTH-TYPE TO AO-TYPE.
           MOVE WS-AUTH-ACCOUNT TO AO-ACCOUNT.
           MOVE WS-AUTH-CURRENCY TO AO-CURRENCY.
           MOVE WS-AUTH-AMOUNT TO AO-AMOUNT.
           MOVE WS-AUTH-USD-AMOUNT TO AO-USD-AMOUNT.
           MOVE WS-AUTH-LIMIT TO AO-LIMIT.
           MOVE WS-AUTH-REFERENCE TO AO-REFERENCE.
           MOVE WS-OVR-REASON TO AO-REASON.
           WRITE AUTHORITY-OVERRIDE-RECORD.
           CLOSE AUTHORITY-OVERRIDE-FILE.

       ACQUIRE-LOCK.
           SET WS-LOCK-ACQUIRED-SWITCH TO 'N'.
           OPEN INPUT LOCK-FILE.
