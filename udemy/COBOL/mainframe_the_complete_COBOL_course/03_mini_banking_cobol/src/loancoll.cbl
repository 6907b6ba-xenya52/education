       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-COLLECTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/accounts.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ACCOUNT-NUMBER
             ALTERNATE RECORD KEY IS ACCOUNT-NAME
               WITH DUPLICATES
             FILE STATUS IS WS-ACCOUNTS-FILE-STATUS.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO
             "data/loan_schedule.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT SCHEDULE-TMP-FILE ASSIGN TO
             "data/loan_schedule_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCHEDULE-TMP-STATUS.
           SELECT COLLECTION-CONFIG-FILE ASSIGN TO
             "data/loan_collection_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO
             "data/transaction_log.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "data/accounts.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY ACCTREC.

       FD  LOAN-SCHEDULE-FILE.
       01  LOAN-SCHEDULE-RECORD.
           05  LS-LOAN-ACCOUNT        PIC X(10).
           05  LS-INSTALLMENT-NUMBER  PIC 9(3).
           05  LS-DUE-DATE            PIC X(8).
           05  LS-PRINCIPAL-DUE       PIC 9(7)V99.
           05  LS-INTEREST-DUE        PIC 9(7)V99.
           05  LS-STATUS              PIC X(1).
           05  LS-PRINCIPAL-PAID      PIC 9(7)V99.
           05  LS-INTEREST-PAID       PIC 9(7)V99.
           05  LS-PENALTY-DUE         PIC 9(7)V99.
           05  LS-PENALTY-PAID        PIC 9(7)V99.
           05  LS-PENALTY-DATE        PIC X(8).

       FD  SCHEDULE-TMP-FILE.
       01  SCHEDULE-TMP-RECORD        PIC X(84).

       FD  COLLECTION-CONFIG-FILE.
       01  COLLECTION-CONFIG-RECORD.
           05  LCC-GRACE-DAYS         PIC 9(3).
           05  LCC-PENALTY-RATE       PIC 9V9(4).

       FD  TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD  LOCK-FILE.
       01  LOCK-RECORD                PIC X(20).

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05  HOLD-ACCOUNT           PIC X(10).
           05  HOLD-AMOUNT            PIC 9(7)V99.
           05  HOLD-REASON            PIC X(30).
           05  HOLD-EXPIRY            PIC X(8).
           05  HOLD-OPERATOR          PIC X(8).
           05  HOLD-STATUS            PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-SCHEDULE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-SCHEDULE-TMP-STATUS   PIC XX VALUE '00'.
       01  WS-CONFIG-FILE-STATUS    PIC XX VALUE '00'.
       01  SCHED-EOF-SWITCH         PIC X VALUE 'N'.
       01  WS-SCHEDULE-TMP-NAME     PIC X(30)
             VALUE "data/loan_schedule_tmp.dat".
       01  WS-GRACE-DAYS            PIC 9(3) VALUE 5.
       01  WS-PENALTY-RATE          PIC 9V9(4) VALUE 0.0500.
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-PROCESSING-DATE       PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-DATE-WORK.
           05  WS-DW-YYYY           PIC 9(4).
           05  WS-DW-MM             PIC 9(2).
           05  WS-DW-DD             PIC 9(2).
       01  WS-TODAY-INTEGER         PIC 9(7).
       01  WS-DUE-INTEGER           PIC 9(7).
       01  WS-PENALTY-FROM-INTEGER  PIC 9(7).
       01  WS-DAYS-OVERDUE          PIC S9(5).
       01  WS-PENALTY-DAYS          PIC S9(5).
       01  WS-PENALTY-BASE          PIC 9(9)V99.
       01  WS-PENALTY-AMOUNT        PIC 9(7)V99.
       01  WS-LOAN-ACCOUNT          PIC X(10).
       01  WS-LOAN-OK-SWITCH        PIC X VALUE 'N'.
       01  WS-LOAN-BALANCE          PIC S9(7)V99.
       01  WS-LOAN-NEW-BALANCE      PIC S9(7)V99.
       01  WS-LOAN-BRANCH           PIC X(4).
       01  WS-REPAYMENT-ACCOUNT     PIC X(10).
       01  WS-REPAYMENT-STATUS      PIC X(1).
       01  WS-REPAYMENT-BALANCE     PIC S9(7)V99.
       01  WS-REPAYMENT-NEW-BALANCE PIC S9(7)V99.
       01  WS-REPAYMENT-BRANCH      PIC X(4).
       01  WS-REPAYMENT-AVAILABLE   PIC S9(9)V99.
       01  WS-PENALTY-OWING         PIC 9(7)V99.
       01  WS-INTEREST-OWING        PIC 9(7)V99.
       01  WS-PRINCIPAL-OWING       PIC 9(7)V99.
       01  WS-TOTAL-OWING           PIC 9(9)V99.
       01  WS-COLLECT-AMOUNT        PIC 9(7)V99.
       01  WS-COLLECT-REMAINING     PIC 9(7)V99.
       01  WS-PENALTY-PART          PIC 9(7)V99.
       01  WS-INTEREST-PART         PIC 9(7)V99.
       01  WS-PRINCIPAL-PART        PIC 9(7)V99.
       01  WS-COLLECTION-REFERENCE  PIC 9(8).
       01  WS-LOG-DATE              PIC X(8).
       01  WS-LOG-TIME              PIC X(8).
       01  WS-COLLECTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-PARTIAL-COUNT         PIC 9(5) VALUE 0.
       01  WS-SHORTFALL-COUNT       PIC 9(5) VALUE 0.
       01  WS-PENALTY-COUNT         PIC 9(5) VALUE 0.
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-OWING            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-HOLDS-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-HOLDS-ACCOUNT         PIC X(10).
       01  WS-HOLDS-TOTAL           PIC 9(9)V99 VALUE 0.
       01  HOLDS-EOF-SWITCH         PIC X VALUE 'N'.
       01  WS-RUNCTL-OPERATION      PIC X(4).
       01  WS-RUNCTL-PROGRAM        PIC X(20)
             VALUE 'LOAN-COLLECTION'.
       01  WS-RUNCTL-PERIOD         PIC X(8).
       01  WS-RUNCTL-START-TIME     PIC X(8).
       01  WS-RUNCTL-END-TIME       PIC X(8).
       01  WS-RUNCTL-COUNT          PIC 9(7) VALUE 0.
       01  WS-RUNCTL-OUTCOME        PIC X(8).
       01  WS-RUNCTL-RESULT         PIC X(2).
       01  WS-RUNCTL-OVERRIDE       PIC X.
       01  WS-RUNCTL-REFUSED-SWITCH PIC X VALUE 'N'.
       01  WS-LOCK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LOCK-ACQUIRED-SWITCH  PIC X VALUE 'N'.
       01  WS-LOCK-FILE-NAME        PIC X(20)
             VALUE "data/accounts.lock".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-PROCESSING-DATE WS-BUSDATE-RESULT.

           MOVE 'CHK ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-PROCESSING-DATE WS-BUSDATE-RESULT.
           IF WS-BUSDATE-RESULT = '01'
             DISPLAY "Processing date " WS-PROCESSING-DATE
               " is not a business day - loan collections "
               "deferred to the next business day."
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE WS-PROCESSING-DATE TO WS-RUNCTL-PERIOD.
           PERFORM CHECK-RUN-CONTROL.
           IF WS-RUNCTL-REFUSED-SWITCH = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ACCEPT WS-RUNCTL-START-TIME FROM TIME.

           PERFORM READ-COLLECTION-CONFIG.
           MOVE WS-PROCESSING-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-TODAY-INTEGER.

           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS NOT = '00'
             DISPLAY "No loan schedule file on disk - nothing to "
               "collect."
             MOVE 0 TO WS-RUNCTL-COUNT
             MOVE 'OK' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             CLOSE LOAN-SCHEDULE-FILE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found - run aborted."
             CLOSE LOAN-SCHEDULE-FILE
             PERFORM RELEASE-LOCK
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN OUTPUT SCHEDULE-TMP-FILE.
           MOVE SPACES TO WS-LOAN-ACCOUNT.
           SET SCHED-EOF-SWITCH TO 'N'.
           PERFORM UNTIL SCHED-EOF-SWITCH = 'Y'
             READ LOAN-SCHEDULE-FILE INTO LOAN-SCHEDULE-RECORD
               AT END
                 SET SCHED-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF LS-STATUS = 'O'
                     AND LS-DUE-DATE NOT > WS-PROCESSING-DATE
                   PERFORM COLLECT-ONE-INSTALLMENT
                 END-IF
                 MOVE LOAN-SCHEDULE-RECORD TO SCHEDULE-TMP-RECORD
                 WRITE SCHEDULE-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE SCHEDULE-TMP-FILE.

           OPEN OUTPUT LOAN-SCHEDULE-FILE.
           OPEN INPUT SCHEDULE-TMP-FILE.
           SET SCHED-EOF-SWITCH TO 'N'.
           PERFORM UNTIL SCHED-EOF-SWITCH = 'Y'
             READ SCHEDULE-TMP-FILE INTO SCHEDULE-TMP-RECORD
               AT END
                 SET SCHED-EOF-SWITCH TO 'Y'
               NOT AT END
                 MOVE SCHEDULE-TMP-RECORD TO LOAN-SCHEDULE-RECORD
                 WRITE LOAN-SCHEDULE-RECORD
             END-READ
           END-PERFORM.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE SCHEDULE-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-SCHEDULE-TMP-NAME.
           PERFORM RELEASE-LOCK.

           DISPLAY "Loan collection run complete. Collected in full: "
             WS-COLLECTED-COUNT " Partial: " WS-PARTIAL-COUNT
             " Unpaid: " WS-SHORTFALL-COUNT
             " Penalties charged: " WS-PENALTY-COUNT.
           COMPUTE WS-RUNCTL-COUNT =
             WS-COLLECTED-COUNT + WS-PARTIAL-COUNT.
           MOVE 'OK' TO WS-RUNCTL-OUTCOME.
           PERFORM RECORD-RUN-CONTROL.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CHECK-RUN-CONTROL.
           SET WS-RUNCTL-REFUSED-SWITCH TO 'N'.
           MOVE 'CHK ' TO WS-RUNCTL-OPERATION.
           MOVE '00' TO WS-RUNCTL-RESULT.
           CALL 'RUN-CONTROL' USING WS-RUNCTL-OPERATION
             WS-RUNCTL-PROGRAM WS-RUNCTL-PERIOD
             WS-RUNCTL-START-TIME WS-RUNCTL-END-TIME
             WS-RUNCTL-COUNT WS-RUNCTL-OUTCOME WS-RUNCTL-RESULT.
           IF WS-RUNCTL-RESULT = '01'
             DISPLAY WS-RUNCTL-PROGRAM " already ran for period "
               WS-RUNCTL-PERIOD " - enter Y to override and rerun"
             ACCEPT WS-RUNCTL-OVERRIDE
             IF WS-RUNCTL-OVERRIDE NOT = 'Y'
               DISPLAY "Rerun refused - run-control protection."
               SET WS-RUNCTL-REFUSED-SWITCH TO 'Y'
             END-IF
           END-IF.

       RECORD-RUN-CONTROL.
           ACCEPT WS-RUNCTL-END-TIME FROM TIME.
           MOVE 'LOG ' TO WS-RUNCTL-OPERATION.
           CALL 'RUN-CONTROL' USING WS-RUNCTL-OPERATION
             WS-RUNCTL-PROGRAM WS-RUNCTL-PERIOD
             WS-RUNCTL-START-TIME WS-RUNCTL-END-TIME
             WS-RUNCTL-COUNT WS-RUNCTL-OUTCOME WS-RUNCTL-RESULT.

       READ-COLLECTION-CONFIG.
           OPEN INPUT COLLECTION-CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS = '00'
             READ COLLECTION-CONFIG-FILE INTO COLLECTION-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 MOVE LCC-GRACE-DAYS TO WS-GRACE-DAYS
                 MOVE LCC-PENALTY-RATE TO WS-PENALTY-RATE
             END-READ
             CLOSE COLLECTION-CONFIG-FILE
           END-IF.

       COMPUTE-TODAY-INTEGER.
           COMPUTE WS-TODAY-INTEGER =
             (WS-DW-YYYY * 365) + (WS-DW-MM * 30) + WS-DW-DD.

       COMPUTE-DUE-INTEGER.
           COMPUTE WS-DUE-INTEGER =
             (WS-DW-YYYY * 365) + (WS-DW-MM * 30) + WS-DW-DD.

       COLLECT-ONE-INSTALLMENT.
           IF LS-LOAN-ACCOUNT NOT = WS-LOAN-ACCOUNT
             MOVE LS-LOAN-ACCOUNT TO WS-LOAN-ACCOUNT
             PERFORM READ-LOAN-ACCOUNT
           END-IF.
           IF WS-LOAN-OK-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGE-LATE-PENALTY.
           PERFORM COMPUTE-AMOUNT-OWING.
           IF WS-TOTAL-OWING = 0
             MOVE 'P' TO LS-STATUS
             EXIT PARAGRAPH
           END-IF.

           IF WS-REPAYMENT-ACCOUNT = SPACES
             ADD 1 TO WS-SHORTFALL-COUNT
             DISPLAY "Loan " WS-LOAN-ACCOUNT " installment "
               LS-INSTALLMENT-NUMBER " not collected - no repayment "
               "account on the loan."
             EXIT PARAGRAPH
           END-IF.

           PERFORM READ-REPAYMENT-ACCOUNT.
           IF WS-REPAYMENT-STATUS NOT = 'A'
             ADD 1 TO WS-SHORTFALL-COUNT
             DISPLAY "Loan " WS-LOAN-ACCOUNT " installment "
               LS-INSTALLMENT-NUMBER " not collected - repayment "
               "account " WS-REPAYMENT-ACCOUNT " is not active."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-REPAYMENT-ACCOUNT TO WS-HOLDS-ACCOUNT.
           PERFORM COMPUTE-ACTIVE-HOLDS.
           COMPUTE WS-REPAYMENT-AVAILABLE =
             WS-REPAYMENT-BALANCE - WS-HOLDS-TOTAL.
           IF WS-REPAYMENT-AVAILABLE NOT > 0
             ADD 1 TO WS-SHORTFALL-COUNT
             MOVE WS-TOTAL-OWING TO WS-EDIT-OWING
             DISPLAY "Loan " WS-LOAN-ACCOUNT " installment "
               LS-INSTALLMENT-NUMBER " not collected - no available "
               "funds in " WS-REPAYMENT-ACCOUNT ", owing "
               WS-EDIT-OWING
             EXIT PARAGRAPH
           END-IF.

           IF WS-REPAYMENT-AVAILABLE < WS-TOTAL-OWING
             MOVE WS-REPAYMENT-AVAILABLE TO WS-COLLECT-AMOUNT
           ELSE
             MOVE WS-TOTAL-OWING TO WS-COLLECT-AMOUNT
           END-IF.

           PERFORM ALLOCATE-COLLECTION.
           PERFORM POST-COLLECTION.
           PERFORM LOG-COLLECTION.

           ADD WS-PENALTY-PART TO LS-PENALTY-PAID.
           ADD WS-INTEREST-PART TO LS-INTEREST-PAID.
           ADD WS-PRINCIPAL-PART TO LS-PRINCIPAL-PAID.
           MOVE WS-COLLECT-AMOUNT TO WS-EDIT-AMOUNT.
           IF WS-COLLECT-AMOUNT = WS-TOTAL-OWING
             MOVE 'P' TO LS-STATUS
             ADD 1 TO WS-COLLECTED-COUNT
             DISPLAY "Loan " WS-LOAN-ACCOUNT " installment "
               LS-INSTALLMENT-NUMBER " collected " WS-EDIT-AMOUNT
               " from " WS-REPAYMENT-ACCOUNT " reference "
               WS-COLLECTION-REFERENCE
           ELSE
             ADD 1 TO WS-PARTIAL-COUNT
             COMPUTE WS-EDIT-OWING =
               WS-TOTAL-OWING - WS-COLLECT-AMOUNT
             DISPLAY "Loan " WS-LOAN-ACCOUNT " installment "
               LS-INSTALLMENT-NUMBER " partially collected "
               WS-EDIT-AMOUNT " from " WS-REPAYMENT-ACCOUNT
               " reference " WS-COLLECTION-REFERENCE
               ", still owing " WS-EDIT-OWING
           END-IF.

       READ-LOAN-ACCOUNT.
           SET WS-LOAN-OK-SWITCH TO 'N'.
           MOVE SPACES TO WS-REPAYMENT-ACCOUNT.
           MOVE WS-LOAN-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF ACCOUNT-TYPE = 'L' AND ACCOUNT-STATUS = 'A'
                 SET WS-LOAN-OK-SWITCH TO 'Y'
                 MOVE SETTLEMENT-ACCOUNT TO WS-REPAYMENT-ACCOUNT
               END-IF
           END-READ.

       CHARGE-LATE-PENALTY.
           MOVE LS-DUE-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DUE-INTEGER.
           COMPUTE WS-DAYS-OVERDUE =
             WS-TODAY-INTEGER - WS-DUE-INTEGER.
           IF WS-DAYS-OVERDUE NOT > WS-GRACE-DAYS
             EXIT PARAGRAPH
           END-IF.

           IF LS-PENALTY-DATE = SPACES
             COMPUTE WS-PENALTY-FROM-INTEGER =
               WS-DUE-INTEGER + WS-GRACE-DAYS
           ELSE
             MOVE LS-PENALTY-DATE TO WS-DATE-WORK
             PERFORM COMPUTE-DUE-INTEGER
             MOVE WS-DUE-INTEGER TO WS-PENALTY-FROM-INTEGER
           END-IF.
           COMPUTE WS-PENALTY-DAYS =
             WS-TODAY-INTEGER - WS-PENALTY-FROM-INTEGER.
           IF WS-PENALTY-DAYS NOT > 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PENALTY-BASE =
             LS-PRINCIPAL-DUE - LS-PRINCIPAL-PAID
               + LS-INTEREST-DUE - LS-INTEREST-PAID.
           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
             WS-PENALTY-BASE * WS-PENALTY-RATE * WS-PENALTY-DAYS
               / 365.
           MOVE WS-PROCESSING-DATE TO LS-PENALTY-DATE.
           IF WS-PENALTY-AMOUNT > 0
             ADD WS-PENALTY-AMOUNT TO LS-PENALTY-DUE
             ADD 1 TO WS-PENALTY-COUNT
             MOVE WS-PENALTY-AMOUNT TO WS-EDIT-AMOUNT
             DISPLAY "Loan " WS-LOAN-ACCOUNT " installment "
               LS-INSTALLMENT-NUMBER " late by " WS-DAYS-OVERDUE
               " days - penalty interest " WS-EDIT-AMOUNT
               " charged for " WS-PENALTY-DAYS " days."
           END-IF.

       COMPUTE-AMOUNT-OWING.
           COMPUTE WS-PENALTY-OWING =
             LS-PENALTY-DUE - LS-PENALTY-PAID.
           COMPUTE WS-INTEREST-OWING =
             LS-INTEREST-DUE - LS-INTEREST-PAID.
           COMPUTE WS-PRINCIPAL-OWING =
             LS-PRINCIPAL-DUE - LS-PRINCIPAL-PAID.
           MOVE WS-LOAN-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               MOVE 0 TO WS-LOAN-BALANCE
             NOT INVALID KEY
               MOVE ACCOUNT-BALANCE TO WS-LOAN-BALANCE
           END-READ.
           IF WS-LOAN-BALANCE < WS-PRINCIPAL-OWING
             IF WS-LOAN-BALANCE > 0
               MOVE WS-LOAN-BALANCE TO WS-PRINCIPAL-OWING
             ELSE
               MOVE 0 TO WS-PRINCIPAL-OWING
             END-IF
           END-IF.
           COMPUTE WS-TOTAL-OWING =
             WS-PENALTY-OWING + WS-INTEREST-OWING
               + WS-PRINCIPAL-OWING.

       READ-REPAYMENT-ACCOUNT.
           MOVE SPACES TO WS-REPAYMENT-STATUS.
           MOVE WS-REPAYMENT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF ACCOUNT-TYPE NOT = 'L' AND ACCOUNT-TYPE NOT = 'T'
                 MOVE ACCOUNT-STATUS TO WS-REPAYMENT-STATUS
                 MOVE ACCOUNT-BALANCE TO WS-REPAYMENT-BALANCE
               END-IF
           END-READ.

       ALLOCATE-COLLECTION.
           MOVE WS-COLLECT-AMOUNT TO WS-COLLECT-REMAINING.
           IF WS-COLLECT-REMAINING < WS-PENALTY-OWING
             MOVE WS-COLLECT-REMAINING TO WS-PENALTY-PART
           ELSE
             MOVE WS-PENALTY-OWING TO WS-PENALTY-PART
           END-IF.
           SUBTRACT WS-PENALTY-PART FROM WS-COLLECT-REMAINING.
           IF WS-COLLECT-REMAINING < WS-INTEREST-OWING
             MOVE WS-COLLECT-REMAINING TO WS-INTEREST-PART
           ELSE
             MOVE WS-INTEREST-OWING TO WS-INTEREST-PART
           END-IF.
           SUBTRACT WS-INTEREST-PART FROM WS-COLLECT-REMAINING.
           MOVE WS-COLLECT-REMAINING TO WS-PRINCIPAL-PART.

       POST-COLLECTION.
           MOVE WS-REPAYMENT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER.
           MOVE ACCOUNT-BALANCE TO WS-REPAYMENT-BALANCE.
           SUBTRACT WS-COLLECT-AMOUNT FROM ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-REPAYMENT-NEW-BALANCE.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-REPAYMENT-BRANCH.

           MOVE WS-LOAN-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER.
           MOVE ACCOUNT-BALANCE TO WS-LOAN-BALANCE.
           SUBTRACT WS-PRINCIPAL-PART FROM ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-LOAN-NEW-BALANCE.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-LOAN-BRANCH.

       LOG-COLLECTION.
           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-COLLECTION-REFERENCE.

           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-COLLECTION-REFERENCE TO LOG-REFERENCE.
           MOVE 0 TO LOG-ORIGINAL-REFERENCE.
           MOVE WS-REPAYMENT-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE "DR" TO LOG-TRANSACTION-TYPE.
           MOVE WS-COLLECT-AMOUNT TO LOG-AMOUNT.
           MOVE WS-REPAYMENT-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-REPAYMENT-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-REPAYMENT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           MOVE WS-LOAN-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-LOAN-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-LOAN-BALANCE TO LOG-NEW-BALANCE.
           IF WS-PENALTY-PART > 0
             MOVE "LP" TO LOG-TRANSACTION-TYPE
             MOVE WS-PENALTY-PART TO LOG-AMOUNT
             MOVE WS-LOAN-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           IF WS-INTEREST-PART > 0
             MOVE "LI" TO LOG-TRANSACTION-TYPE
             MOVE WS-INTEREST-PART TO LOG-AMOUNT
             MOVE WS-LOAN-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           IF WS-PRINCIPAL-PART > 0
             MOVE "LR" TO LOG-TRANSACTION-TYPE
             MOVE WS-PRINCIPAL-PART TO LOG-AMOUNT
             MOVE WS-LOAN-NEW-BALANCE TO LOG-NEW-BALANCE
             MOVE WS-LOAN-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           CLOSE TRANSACTION-LOG-FILE.

       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLDS-TOTAL.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET HOLDS-EOF-SWITCH TO 'N'.
           PERFORM UNTIL HOLDS-EOF-SWITCH = 'Y'
             READ HOLDS-FILE INTO HOLD-RECORD
               AT END
                 SET HOLDS-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF HOLD-ACCOUNT = WS-HOLDS-ACCOUNT
                     AND HOLD-STATUS = 'A'
                     AND (HOLD-EXPIRY = SPACES
                       OR HOLD-EXPIRY NOT < WS-PROCESSING-DATE)
                   ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.

       ACQUIRE-LOCK.
           SET WS-LOCK-ACQUIRED-SWITCH TO 'N'.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-FILE-STATUS = '00'
             CLOSE LOCK-FILE
             DISPLAY "Another run already holds the accounts lock - "
               "try again once it finishes."
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT LOCK-FILE.
           MOVE "LOCKED" TO LOCK-RECORD.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.
           SET WS-LOCK-ACQUIRED-SWITCH TO 'Y'.

       RELEASE-LOCK.
           CALL "CBL_DELETE_FILE" USING WS-LOCK-FILE-NAME.
