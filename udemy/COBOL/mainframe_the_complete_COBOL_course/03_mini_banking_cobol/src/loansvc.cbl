           SELECT LOCK-FILE ASSIGN TO "data/accounts.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT SCHEDULE-TMP-FILE ASSIGN TO
             "data/loan_schedule_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCHEDULE-TMP-STATUS.
           SELECT PREPAY-CONFIG-FILE ASSIGN TO
             "data/loan_prepayment_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PREPAY-CONFIG-STATUS.
           SELECT PAYOFF-QUOTE-FILE ASSIGN TO
             "data/loan_payoff_quotes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDS-FILE-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO "data/collateral.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COLLATERAL-FILE-STATUS.
           SELECT COLLATERAL-TMP-FILE ASSIGN TO
             "data/collateral_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COLLATERAL-TMP-STATUS.
           SELECT COLLATERAL-LINK-FILE ASSIGN TO
             "data/collateral_links.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT LINK-TMP-FILE ASSIGN TO
             "data/collateral_links_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LINK-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  LOAN-SCHEDULE-FILE.
       01  LOAN-SCHEDULE-RECORD.
           05  LS-PRINCIPAL-DUE       PIC 9(7)V99.
           05  LS-INTEREST-DUE        PIC 9(7)V99.
           05  LS-STATUS              PIC X(1).
           05  LS-PRINCIPAL-PAID      PIC 9(7)V99.
           05  LS-INTEREST-PAID       PIC 9(7)V99.
           05  LS-PENALTY-DUE         PIC 9(7)V99.
           05  LS-PENALTY-PAID        PIC 9(7)V99.
           05  LS-PENALTY-DATE        PIC X(8).

       FD  TRANSACTION-LOG-FILE.
       COPY TRANLOG.
       FD  LOCK-FILE.
       01  LOCK-RECORD                PIC X(20).

       FD  SCHEDULE-TMP-FILE.
       01  SCHEDULE-TMP-RECORD        PIC X(84).

       FD  PREPAY-CONFIG-FILE.
       01  PREPAY-CONFIG-RECORD.
           05  LPC-FEE-RATE           PIC 9V9(4).
           05  LPC-QUOTE-DAYS         PIC 9(3).

       FD  PAYOFF-QUOTE-FILE.
       01  PAYOFF-QUOTE-RECORD.
           05  LPQ-LOAN-ACCOUNT       PIC X(10).
           05  LPQ-QUOTE-DATE         PIC X(8).
           05  LPQ-VALID-UNTIL        PIC X(8).
           05  LPQ-PRINCIPAL          PIC 9(7)V99.
           05  LPQ-INTEREST           PIC 9(7)V99.
           05  LPQ-PENALTY            PIC 9(7)V99.
           05  LPQ-FEE                PIC 9(7)V99.
           05  LPQ-TOTAL              PIC 9(9)V99.

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05  HOLD-ACCOUNT           PIC X(10).
           05  HOLD-AMOUNT            PIC 9(7)V99.
           05  HOLD-REASON            PIC X(30).
           05  HOLD-EXPIRY            PIC X(8).
           05  HOLD-OPERATOR          PIC X(8).
           05  HOLD-STATUS            PIC X(1).

       FD  COLLATERAL-FILE.
       01  COLLATERAL-RECORD.
           05  COL-ID                 PIC 9(6).
           05  COL-TYPE               PIC X(2).
           05  COL-DESCRIPTION        PIC X(30).
           05  COL-VALUE              PIC 9(9)V99.
           05  COL-VALUATION-DATE     PIC X(8).
           05  COL-REVAL-DUE          PIC X(8).

       FD  COLLATERAL-TMP-FILE.
       01  COLLATERAL-TMP-RECORD      PIC X(65).

       FD  COLLATERAL-LINK-FILE.
       01  COLLATERAL-LINK-RECORD.
           05  CLK-COLLATERAL-ID      PIC 9(6).
           05  CLK-LOAN-ACCOUNT       PIC X(10).
           05  CLK-LINK-DATE          PIC X(8).
           05  CLK-STATUS             PIC X(1).
           05  CLK-RELEASE-DATE       PIC X(8).

       FD  LINK-TMP-FILE.
       01  LINK-TMP-RECORD            PIC X(33).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-LOAN-ACCOUNT          PIC X(10).
       01  WS-LOAN-NAME             PIC X(30).
       01  WS-DISBURSE-ACCOUNT      PIC X(10).
       01  WS-REPAYMENT-ACCOUNT     PIC X(10).
       01  WS-REPAYMENT-OK-SWITCH   PIC X VALUE 'N'.
       01  WS-PAYMENT-SOURCE        PIC X(10).
       01  WS-PRINCIPAL             PIC 9(7)V99.
       01  WS-ANNUAL-RATE           PIC 9V9(4).
       01  WS-TERM-MONTHS           PIC 9(3).
       01  WS-SETTLE-CURRENCY       PIC X(3).
       01  WS-SETTLE-OLD-BALANCE    PIC S9(7)V99.
       01  WS-SETTLE-NEW-BALANCE    PIC S9(7)V99.
       01  WS-SETTLE-BRANCH         PIC X(4).
       01  WS-MONTHLY-RATE          PIC 9V9(8).
       01  WS-ANNUITY-FACTOR        PIC 9(9)V9(8).
       01  WS-MONTHLY-PAYMENT       PIC 9(7)V99.
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-INTEREST         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SCHEDULE-LINES        PIC 9(3) VALUE 0.
       01  WS-SCHEDULE-TMP-STATUS   PIC XX VALUE '00'.
       01  WS-SCHEDULE-TMP-NAME     PIC X(30)
             VALUE "data/loan_schedule_tmp.dat".
       01  WS-PREPAY-CONFIG-STATUS  PIC XX VALUE '00'.
       01  WS-QUOTE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-HOLDS-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-HOLDS-ACCOUNT         PIC X(10).
       01  WS-HOLDS-TOTAL           PIC 9(9)V99 VALUE 0.
       01  HOLDS-EOF-SWITCH         PIC X VALUE 'N'.
       01  WS-PREPAY-FEE-RATE       PIC 9V9(4) VALUE 0.0100.
       01  WS-QUOTE-VALID-DAYS      PIC 9(3) VALUE 7.
       01  WS-LOAN-OK-SWITCH        PIC X VALUE 'N'.
       01  WS-QUOTE-FOUND-SWITCH    PIC X VALUE 'N'.
       01  WS-LOAN-BALANCE          PIC S9(7)V99.
       01  WS-LOAN-NEW-BALANCE      PIC S9(7)V99.
       01  WS-LOAN-BRANCH           PIC X(4).
       01  WS-OVERDUE-PRINCIPAL     PIC 9(7)V99.
       01  WS-OVERDUE-INTEREST      PIC 9(7)V99.
       01  WS-OVERDUE-PENALTY       PIC 9(7)V99.
       01  WS-ACCRUED-INTEREST      PIC 9(7)V99.
       01  WS-PAYOFF-INTEREST       PIC 9(7)V99.
       01  WS-PREPAY-FEE            PIC 9(7)V99.
       01  WS-PAYOFF-TOTAL          PIC 9(9)V99.
       01  WS-QUOTE-VALID-UNTIL     PIC X(8).
       01  WS-LAST-DUE-PASSED       PIC X(8).
       01  WS-FIRST-DUE-DATE        PIC X(8).
       01  WS-DATE-WORK.
           05  WS-DW-YYYY           PIC 9(4).
           05  WS-DW-MM             PIC 9(2).
           05  WS-DW-DD             PIC 9(2).
       01  WS-TODAY-INTEGER         PIC 9(7).
       01  WS-FROM-INTEGER          PIC 9(7).
       01  WS-ACCRUAL-DAYS          PIC S9(5).
       01  WS-DAY-IDX               PIC 9(3).
       01  WS-PAYOFF-CHOICE         PIC X.
       01  WS-RECAST-CHOICE         PIC X.
       01  WS-PREPAY-AMOUNT         PIC 9(7)V99.
       01  WS-PRINCIPAL-PART        PIC 9(7)V99.
       01  WS-DEBIT-AMOUNT          PIC 9(7)V99.
       01  WS-SOURCE-AVAILABLE      PIC S9(9)V99.
       01  WS-FEE-NEW-BALANCE       PIC S9(7)V99.
       01  WS-RECAST-COUNT          PIC 9(3) VALUE 0.
       01  WS-RECAST-IDX            PIC 9(3).
       01  WS-KEPT-COUNT            PIC 9(3) VALUE 0.
       01  WS-RECAST-TABLE.
           05  WS-RC-ENTRY OCCURS 360 TIMES.
               10  WS-RC-DUE-DATE   PIC X(8).
               10  WS-RC-PRINCIPAL  PIC 9(7)V99.
               10  WS-RC-INTEREST   PIC 9(7)V99.
               10  WS-RC-KEEP       PIC X(1).
       01  WS-EDIT-FEE              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PENALTY          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COLLATERAL-FILE-STATUS PIC XX VALUE '00'.
       01  WS-COLLATERAL-TMP-STATUS PIC XX VALUE '00'.
       01  WS-COLLATERAL-TMP-NAME   PIC X(30)
             VALUE "data/collateral_tmp.dat".
       01  WS-LINK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LINK-TMP-STATUS       PIC XX VALUE '00'.
       01  WS-LINK-TMP-NAME         PIC X(30)
             VALUE "data/collateral_links_tmp.dat".
       01  LINK-EOF-SWITCH          PIC X VALUE 'N'.
       01  WS-COLLATERAL-ACTION     PIC 9 VALUE 0.
       01  WS-COL-FOUND-SWITCH      PIC X VALUE 'N'.
       01  WS-LINK-FOUND-SWITCH     PIC X VALUE 'N'.
       01  WS-COL-ID                PIC 9(6) VALUE 0.
       01  WS-COL-TYPE              PIC X(2).
       01  WS-COL-DESCRIPTION       PIC X(30).
       01  WS-COL-VALUE             PIC 9(9)V99.
       01  WS-COL-VALUATION-DATE    PIC X(8).
       01  WS-COL-REVAL-DUE         PIC X(8).
       01  WS-RELEASED-COUNT        PIC 9(3) VALUE 0.
       01  WS-ELIG-OPERATION        PIC X(4).
       01  WS-ELIG-TYPE             PIC X(1) VALUE 'L'.
       01  WS-ELIG-AMOUNT           PIC 9(9)V99.
       01  WS-ELIG-CHANNEL          PIC X(2) VALUE 'LN'.
       01  WS-ELIG-REFERRAL-ID      PIC 9(8).
       01  WS-ELIG-REASON           PIC X(30).
       01  WS-ELIG-RESULT           PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Loan Servicing".
           DISPLAY "1. Disburse a new loan".
           DISPLAY "2. List an amortization schedule".
           DISPLAY "3. Payoff quotation".
           DISPLAY "4. Prepay or settle a loan".
           DISPLAY "5. Collateral register".
           DISPLAY "6. Exit".
           ACCEPT WS-USER-CHOICE.
           EVALUATE WS-USER-CHOICE
             WHEN 1
             WHEN 2
               PERFORM LIST-SCHEDULE
             WHEN 3
               PERFORM QUOTE-PAYOFF
             WHEN 4
               PERFORM PREPAY-LOAN
             WHEN 5
               PERFORM MAINTAIN-COLLATERAL
             WHEN 6
               CONTINUE
             WHEN OTHER
               DISPLAY "Invalid choice, please try again."
           DISPLAY "Enter account number to receive the "
             "disbursement: ".
           ACCEPT WS-DISBURSE-ACCOUNT.
           DISPLAY "Enter account to collect installments from "
             "(or spaces to use the disbursement account): ".
           ACCEPT WS-REPAYMENT-ACCOUNT.
           IF WS-REPAYMENT-ACCOUNT = SPACES
             MOVE WS-DISBURSE-ACCOUNT TO WS-REPAYMENT-ACCOUNT
           END-IF.
           DISPLAY "Enter principal amount: ".
           ACCEPT WS-PRINCIPAL.
           IF WS-PRINCIPAL = 0
             PERFORM MAIN-PROCEDURE
           END-IF.

           PERFORM CHECK-REPAYMENT-ACCOUNT.
           IF WS-REPAYMENT-OK-SWITCH NOT = 'Y'
             DISPLAY "Repayment account " WS-REPAYMENT-ACCOUNT
               " must be an active savings or checking account in "
               WS-SETTLE-CURRENCY " - cancelled."
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE 'CHK ' TO WS-ELIG-OPERATION.
           MOVE WS-PRINCIPAL TO WS-ELIG-AMOUNT.
           MOVE SPACES TO WS-LOAN-ACCOUNT.
           CALL 'ACCOUNT-ELIGIBILITY' USING WS-ELIG-OPERATION
             WS-CUSTOMER-NUMBER WS-ELIG-TYPE WS-SETTLE-CURRENCY
             WS-ELIG-AMOUNT WS-LOAN-NAME WS-ELIG-CHANNEL
             WS-OPERATOR-ID WS-PROCESSING-DATE WS-ELIG-REFERRAL-ID
             WS-LOAN-ACCOUNT WS-ELIG-REASON WS-ELIG-RESULT.
           IF WS-ELIG-RESULT = '01'
             DISPLAY "Loan cannot be disbursed: " WS-ELIG-REASON
             DISPLAY "Referred to compliance as referral "
               WS-ELIG-REFERRAL-ID ". Retry once it is approved."
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.
           IF WS-ELIG-RESULT NOT = '00' AND WS-ELIG-RESULT NOT = '02'
             DISPLAY "Eligibility check failed, result "
               WS-ELIG-RESULT " - cancelled."
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.

           PERFORM ASSIGN-ACCOUNT-NUMBER.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             DISPLAY "Could not assign a new loan account number."
             PERFORM WRITE-CUSTOMER-XREF
           END-IF.

           IF WS-ELIG-RESULT = '02'
             MOVE 'USE ' TO WS-ELIG-OPERATION
             CALL 'ACCOUNT-ELIGIBILITY' USING WS-ELIG-OPERATION
               WS-CUSTOMER-NUMBER WS-ELIG-TYPE WS-SETTLE-CURRENCY
               WS-ELIG-AMOUNT WS-LOAN-NAME WS-ELIG-CHANNEL
               WS-OPERATOR-ID WS-PROCESSING-DATE WS-ELIG-REFERRAL-ID
               WS-LOAN-ACCOUNT WS-ELIG-REASON WS-ELIG-RESULT
           END-IF.

           PERFORM RELEASE-LOCK.
           MOVE WS-MONTHLY-PAYMENT TO WS-EDIT-AMOUNT.
           DISPLAY "Loan " WS-LOAN-ACCOUNT " disbursed to "
             WS-DISBURSE-ACCOUNT ". Monthly installment "
             WS-EDIT-AMOUNT " over " WS-TERM-MONTHS " months.".
           DISPLAY "Installments will be collected from "
             WS-REPAYMENT-ACCOUNT ".".
           PERFORM MAIN-PROCEDURE.

       LOOK-UP-CUSTOMER.
               IF ACCOUNT-STATUS = 'A' AND ACCOUNT-TYPE NOT = 'L'
                 SET WS-SETTLE-OK-SWITCH TO 'Y'
                 MOVE CURRENCY-CODE TO WS-SETTLE-CURRENCY
                 MOVE ACCOUNT-BRANCH TO WS-SETTLE-BRANCH
               END-IF
           END-READ.
           CLOSE ACCOUNTS-FILE.

       CHECK-REPAYMENT-ACCOUNT.
           SET WS-REPAYMENT-OK-SWITCH TO 'N'.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-REPAYMENT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF ACCOUNT-STATUS = 'A'
                   AND (ACCOUNT-TYPE = 'S' OR ACCOUNT-TYPE = 'C')
                   AND CURRENCY-CODE = WS-SETTLE-CURRENCY
                 SET WS-REPAYMENT-OK-SWITCH TO 'Y'
                 MOVE ACCOUNT-BALANCE TO WS-SETTLE-OLD-BALANCE
               END-IF
           END-READ.
           CLOSE ACCOUNTS-FILE.
       BUILD-AMORTIZATION-SCHEDULE.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
             WS-ANNUAL-RATE / 12.
           PERFORM COMPUTE-MONTHLY-PAYMENT.

           OPEN EXTEND LOAN-SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS = '35'
             MOVE WS-INSTALLMENT-PRINCIPAL TO LS-PRINCIPAL-DUE
             MOVE WS-INSTALLMENT-INTEREST TO LS-INTEREST-DUE
             MOVE 'O' TO LS-STATUS
             MOVE 0 TO LS-PRINCIPAL-PAID
             MOVE 0 TO LS-INTEREST-PAID
             MOVE 0 TO LS-PENALTY-DUE
             MOVE 0 TO LS-PENALTY-PAID
             MOVE SPACES TO LS-PENALTY-DATE
             WRITE LOAN-SCHEDULE-RECORD
           END-PERFORM.
           MOVE WS-DUE-DATE-WORK TO WS-LAST-DUE-DATE.
           CLOSE LOAN-SCHEDULE-FILE.

       COMPUTE-MONTHLY-PAYMENT.
           IF WS-MONTHLY-RATE = 0
             COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
               WS-PRINCIPAL / WS-TERM-MONTHS
           ELSE
             MOVE 1 TO WS-ANNUITY-FACTOR
             PERFORM COMPOUND-ONE-MONTH
               VARYING WS-POWER-IDX FROM 1 BY 1
               UNTIL WS-POWER-IDX > WS-TERM-MONTHS
             COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
               WS-PRINCIPAL * WS-MONTHLY-RATE * WS-ANNUITY-FACTOR
                 / (WS-ANNUITY-FACTOR - 1)
           END-IF.

       COMPOUND-ONE-MONTH.
           COMPUTE WS-ANNUITY-FACTOR ROUNDED =
             WS-ANNUITY-FACTOR * (1 + WS-MONTHLY-RATE).
           MOVE WS-TERM-MONTHS TO TERM-MONTHS.
           MOVE WS-LAST-DUE-DATE TO MATURITY-DATE.
           MOVE WS-ANNUAL-RATE TO CONTRACT-RATE.
           MOVE WS-REPAYMENT-ACCOUNT TO SETTLEMENT-ACCOUNT.
           MOVE 'N' TO ROLLOVER-FLAG.
           MOVE 0 TO DAILY-TRANSFER-LIMIT.
           MOVE 0 TO ACCRUED-INTEREST.
           MOVE WS-SETTLE-BRANCH TO ACCOUNT-BRANCH.

           OPEN EXTEND ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS = '35'
           MOVE WS-PRINCIPAL TO LOG-AMOUNT.
           MOVE 0 TO LOG-OLD-BALANCE.
           MOVE WS-PRINCIPAL TO LOG-NEW-BALANCE.
           MOVE WS-SETTLE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           MOVE WS-DISBURSE-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-PRINCIPAL TO LOG-AMOUNT.
           MOVE WS-SETTLE-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-SETTLE-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-SETTLE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
           DISPLAY "Disbursement posted under reference "
           END-IF.
           MOVE WS-CUSTOMER-NUMBER TO XREF-CUSTOMER-NUMBER.
           MOVE WS-LOAN-ACCOUNT TO XREF-ACCOUNT-NUMBER.
           MOVE 'P' TO XREF-ROLE.
           MOVE 100 TO XREF-SHARE.
           MOVE 'E' TO XREF-SIGNING-RULE.
           WRITE CUSTOMER-XREF-RECORD.
           CLOSE CUSTOMER-XREF-FILE.

           END-IF.
           PERFORM MAIN-PROCEDURE.

       QUOTE-PAYOFF.
           DISPLAY "Enter loan account number".
           ACCEPT WS-LOAN-ACCOUNT.
           PERFORM READ-PREPAY-CONFIG.
           PERFORM COMPUTE-PAYOFF-FIGURES.
           IF WS-LOAN-OK-SWITCH NOT = 'Y'
             DISPLAY "Account " WS-LOAN-ACCOUNT
               " is not an active loan."
             PERFORM MAIN-PROCEDURE
           END-IF.
           PERFORM COMPUTE-QUOTE-VALIDITY.
           PERFORM DISPLAY-PAYOFF-FIGURES.
           DISPLAY "Quote valid until " WS-QUOTE-VALID-UNTIL ".".
           PERFORM WRITE-PAYOFF-QUOTE.
           PERFORM MAIN-PROCEDURE.

       READ-PREPAY-CONFIG.
           OPEN INPUT PREPAY-CONFIG-FILE.
           IF WS-PREPAY-CONFIG-STATUS = '00'
             READ PREPAY-CONFIG-FILE INTO PREPAY-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 MOVE LPC-FEE-RATE TO WS-PREPAY-FEE-RATE
                 IF LPC-QUOTE-DAYS > 0
                   MOVE LPC-QUOTE-DAYS TO WS-QUOTE-VALID-DAYS
                 END-IF
             END-READ
             CLOSE PREPAY-CONFIG-FILE
           END-IF.

       COMPUTE-PAYOFF-FIGURES.
           SET WS-LOAN-OK-SWITCH TO 'N'.
           MOVE 0 TO WS-LOAN-BALANCE.
           MOVE 0 TO WS-OVERDUE-PRINCIPAL.
           MOVE 0 TO WS-OVERDUE-INTEREST.
           MOVE 0 TO WS-OVERDUE-PENALTY.
           MOVE 0 TO WS-ACCRUED-INTEREST.
           MOVE 0 TO WS-PREPAY-FEE.
           MOVE 0 TO WS-PAYOFF-INTEREST.
           MOVE 0 TO WS-PAYOFF-TOTAL.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAN-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF ACCOUNT-TYPE = 'L' AND ACCOUNT-STATUS = 'A'
                 SET WS-LOAN-OK-SWITCH TO 'Y'
                 MOVE ACCOUNT-NAME TO WS-LOAN-NAME
                 MOVE ACCOUNT-BALANCE TO WS-LOAN-BALANCE
                 MOVE CONTRACT-RATE TO WS-ANNUAL-RATE
                 MOVE CURRENCY-CODE TO WS-SETTLE-CURRENCY
                 MOVE SETTLEMENT-ACCOUNT TO WS-REPAYMENT-ACCOUNT
               END-IF
           END-READ.
           CLOSE ACCOUNTS-FILE.
           IF WS-LOAN-OK-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LAST-DUE-PASSED.
           MOVE SPACES TO WS-FIRST-DUE-DATE.
           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ LOAN-SCHEDULE-FILE INTO LOAN-SCHEDULE-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF LS-LOAN-ACCOUNT = WS-LOAN-ACCOUNT
                     PERFORM TALLY-PAYOFF-INSTALLMENT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LOAN-SCHEDULE-FILE
           END-IF.
           IF WS-OVERDUE-PRINCIPAL > WS-LOAN-BALANCE
             MOVE WS-LOAN-BALANCE TO WS-OVERDUE-PRINCIPAL
           END-IF.

           MOVE 0 TO WS-ACCRUAL-DAYS.
           MOVE WS-PROCESSING-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DATE-INTEGER.
           MOVE WS-FROM-INTEGER TO WS-TODAY-INTEGER.
           IF WS-LAST-DUE-PASSED NOT = SPACES
             MOVE WS-LAST-DUE-PASSED TO WS-DATE-WORK
             PERFORM COMPUTE-DATE-INTEGER
             COMPUTE WS-ACCRUAL-DAYS =
               WS-TODAY-INTEGER - WS-FROM-INTEGER
           ELSE
             IF WS-FIRST-DUE-DATE NOT = SPACES
               MOVE WS-FIRST-DUE-DATE TO WS-DATE-WORK
               PERFORM COMPUTE-DATE-INTEGER
               COMPUTE WS-ACCRUAL-DAYS =
                 WS-TODAY-INTEGER - WS-FROM-INTEGER + 30
             END-IF
           END-IF.
           IF WS-ACCRUAL-DAYS > 0
             COMPUTE WS-ACCRUED-INTEREST ROUNDED =
               (WS-LOAN-BALANCE - WS-OVERDUE-PRINCIPAL)
                 * WS-ANNUAL-RATE * WS-ACCRUAL-DAYS / 365
           END-IF.
           COMPUTE WS-PREPAY-FEE ROUNDED =
             (WS-LOAN-BALANCE - WS-OVERDUE-PRINCIPAL)
               * WS-PREPAY-FEE-RATE.
           COMPUTE WS-PAYOFF-INTEREST =
             WS-OVERDUE-INTEREST + WS-ACCRUED-INTEREST.
           COMPUTE WS-PAYOFF-TOTAL =
             WS-LOAN-BALANCE + WS-PAYOFF-INTEREST
               + WS-OVERDUE-PENALTY + WS-PREPAY-FEE.

       TALLY-PAYOFF-INSTALLMENT.
           IF WS-FIRST-DUE-DATE = SPACES
             MOVE LS-DUE-DATE TO WS-FIRST-DUE-DATE
           END-IF.
           IF LS-DUE-DATE > WS-PROCESSING-DATE
             EXIT PARAGRAPH
           END-IF.
           MOVE LS-DUE-DATE TO WS-LAST-DUE-PASSED.
           IF LS-STATUS = 'P' OR LS-STATUS = 'S'
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OVERDUE-PRINCIPAL =
             WS-OVERDUE-PRINCIPAL + LS-PRINCIPAL-DUE
               - LS-PRINCIPAL-PAID.
           COMPUTE WS-OVERDUE-INTEREST =
             WS-OVERDUE-INTEREST + LS-INTEREST-DUE
               - LS-INTEREST-PAID.
           COMPUTE WS-OVERDUE-PENALTY =
             WS-OVERDUE-PENALTY + LS-PENALTY-DUE
               - LS-PENALTY-PAID.

       COMPUTE-DATE-INTEGER.
           COMPUTE WS-FROM-INTEGER =
             (WS-DW-YYYY * 365) + (WS-DW-MM * 30) + WS-DW-DD.

       COMPUTE-QUOTE-VALIDITY.
           MOVE WS-PROCESSING-DATE TO WS-QUOTE-VALID-UNTIL.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-QUOTE-VALID-DAYS
             MOVE 'NBD ' TO WS-BUSDATE-OPERATION
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-QUOTE-VALID-UNTIL WS-BUSDATE-RESULT
           END-PERFORM.

       DISPLAY-PAYOFF-FIGURES.
           DISPLAY "Payoff figures for loan " WS-LOAN-ACCOUNT " "
             WS-LOAN-NAME.
           MOVE WS-LOAN-BALANCE TO WS-EDIT-AMOUNT.
           DISPLAY "Outstanding principal     " WS-EDIT-AMOUNT.
           MOVE WS-PAYOFF-INTEREST TO WS-EDIT-INTEREST.
           DISPLAY "Interest to " WS-PROCESSING-DATE "      "
             WS-EDIT-INTEREST.
           IF WS-OVERDUE-PENALTY > 0
             MOVE WS-OVERDUE-PENALTY TO WS-EDIT-PENALTY
             DISPLAY "Unpaid penalty interest   " WS-EDIT-PENALTY
           END-IF.
           MOVE WS-PREPAY-FEE TO WS-EDIT-FEE.
           DISPLAY "Prepayment fee            " WS-EDIT-FEE.
           MOVE WS-PAYOFF-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY "Total to settle           " WS-EDIT-TOTAL.

       WRITE-PAYOFF-QUOTE.
           OPEN EXTEND PAYOFF-QUOTE-FILE.
           IF WS-QUOTE-FILE-STATUS = '35'
             OPEN OUTPUT PAYOFF-QUOTE-FILE
           END-IF.
           IF WS-QUOTE-FILE-STATUS NOT = '00'
             DISPLAY "Could not open payoff quote file, status "
               WS-QUOTE-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAN-ACCOUNT TO LPQ-LOAN-ACCOUNT.
           MOVE WS-PROCESSING-DATE TO LPQ-QUOTE-DATE.
           MOVE WS-QUOTE-VALID-UNTIL TO LPQ-VALID-UNTIL.
           MOVE WS-LOAN-BALANCE TO LPQ-PRINCIPAL.
           MOVE WS-PAYOFF-INTEREST TO LPQ-INTEREST.
           MOVE WS-OVERDUE-PENALTY TO LPQ-PENALTY.
           MOVE WS-PREPAY-FEE TO LPQ-FEE.
           MOVE WS-PAYOFF-TOTAL TO LPQ-TOTAL.
           WRITE PAYOFF-QUOTE-RECORD.
           CLOSE PAYOFF-QUOTE-FILE.

       FIND-VALID-QUOTE.
           SET WS-QUOTE-FOUND-SWITCH TO 'N'.
           OPEN INPUT PAYOFF-QUOTE-FILE.
           IF WS-QUOTE-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ PAYOFF-QUOTE-FILE INTO PAYOFF-QUOTE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF LPQ-LOAN-ACCOUNT = WS-LOAN-ACCOUNT
                     AND LPQ-VALID-UNTIL NOT < WS-PROCESSING-DATE
                     AND LPQ-PRINCIPAL = WS-LOAN-BALANCE
                   SET WS-QUOTE-FOUND-SWITCH TO 'Y'
                   MOVE LPQ-VALID-UNTIL TO WS-QUOTE-VALID-UNTIL
                   MOVE LPQ-INTEREST TO WS-PAYOFF-INTEREST
                   MOVE LPQ-PENALTY TO WS-OVERDUE-PENALTY
                   MOVE LPQ-FEE TO WS-PREPAY-FEE
                   MOVE LPQ-TOTAL TO WS-PAYOFF-TOTAL
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PAYOFF-QUOTE-FILE.

       PREPAY-LOAN.
           DISPLAY "Enter loan account number".
           ACCEPT WS-LOAN-ACCOUNT.
           PERFORM READ-PREPAY-CONFIG.
           PERFORM COMPUTE-PAYOFF-FIGURES.
           IF WS-LOAN-OK-SWITCH NOT = 'Y'
             DISPLAY "Account " WS-LOAN-ACCOUNT
               " is not an active loan."
             PERFORM MAIN-PROCEDURE
           END-IF.

           DISPLAY "Enter F to settle the loan in full or P for a "
             "partial prepayment: ".
           ACCEPT WS-PAYOFF-CHOICE.
           EVALUATE WS-PAYOFF-CHOICE
             WHEN 'F'
               PERFORM FIND-VALID-QUOTE
               IF WS-QUOTE-FOUND-SWITCH = 'Y'
                 DISPLAY "Settling at the payoff quote valid until "
                   WS-QUOTE-VALID-UNTIL "."
               END-IF
               PERFORM DISPLAY-PAYOFF-FIGURES
               MOVE WS-LOAN-BALANCE TO WS-PRINCIPAL-PART
               COMPUTE WS-DEBIT-AMOUNT =
                 WS-PRINCIPAL-PART + WS-PAYOFF-INTEREST
                   + WS-OVERDUE-PENALTY
             WHEN 'P'
               PERFORM CAPTURE-PARTIAL-PREPAYMENT
             WHEN OTHER
               DISPLAY "Invalid choice - prepayment cancelled."
               PERFORM MAIN-PROCEDURE
           END-EVALUATE.

           DISPLAY "Enter account to pay from (or spaces to use the "
             "repayment account " WS-REPAYMENT-ACCOUNT "): ".
           ACCEPT WS-PAYMENT-SOURCE.
           IF WS-PAYMENT-SOURCE NOT = SPACES
             MOVE WS-PAYMENT-SOURCE TO WS-REPAYMENT-ACCOUNT
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             PERFORM MAIN-PROCEDURE
           END-IF.

           PERFORM CHECK-REPAYMENT-ACCOUNT.
           IF WS-REPAYMENT-OK-SWITCH NOT = 'Y'
             DISPLAY "Account " WS-REPAYMENT-ACCOUNT
               " must be an active savings or checking account in "
               WS-SETTLE-CURRENCY " - cancelled."
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE WS-REPAYMENT-ACCOUNT TO WS-HOLDS-ACCOUNT.
           PERFORM COMPUTE-ACTIVE-HOLDS.
           COMPUTE WS-SOURCE-AVAILABLE =
             WS-SETTLE-OLD-BALANCE - WS-HOLDS-TOTAL
               - WS-DEBIT-AMOUNT - WS-PREPAY-FEE.
           IF WS-SOURCE-AVAILABLE < 0
             DISPLAY "Insufficient available funds in "
               WS-REPAYMENT-ACCOUNT " - cancelled."
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.

           IF WS-PAYOFF-CHOICE = 'F'
             PERFORM SETTLE-LOAN-SCHEDULE
           ELSE
             PERFORM RECAST-LOAN-SCHEDULE
           END-IF.
           PERFORM POST-PREPAYMENT.
           PERFORM LOG-PREPAYMENT.
           IF WS-PAYOFF-CHOICE = 'F'
             MOVE 0 TO WS-COL-ID
             PERFORM RELEASE-LOAN-COLLATERAL
           END-IF.
           PERFORM RELEASE-LOCK.

           MOVE WS-DEBIT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-PREPAY-FEE TO WS-EDIT-FEE.
           IF WS-PAYOFF-CHOICE = 'F'
             DISPLAY "Loan " WS-LOAN-ACCOUNT " settled in full for "
               WS-EDIT-AMOUNT " plus fee " WS-EDIT-FEE
               " - loan account closed."
             IF WS-RELEASED-COUNT > 0
               DISPLAY WS-RELEASED-COUNT " collateral link(s) "
                 "released."
             END-IF
           ELSE
             MOVE WS-MONTHLY-PAYMENT TO WS-EDIT-INTEREST
             DISPLAY "Loan " WS-LOAN-ACCOUNT " prepaid "
               WS-EDIT-AMOUNT " plus fee " WS-EDIT-FEE "."
             DISPLAY WS-KEPT-COUNT " installments of "
               WS-EDIT-INTEREST " remain, final due "
               WS-LAST-DUE-DATE "."
           END-IF.
           PERFORM MAIN-PROCEDURE.

       CAPTURE-PARTIAL-PREPAYMENT.
           IF WS-OVERDUE-PRINCIPAL > 0 OR WS-OVERDUE-INTEREST > 0
               OR WS-OVERDUE-PENALTY > 0
             DISPLAY "Loan " WS-LOAN-ACCOUNT " has installments in "
               "arrears - clear them before a partial prepayment."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Enter prepayment amount: ".
           ACCEPT WS-PREPAY-AMOUNT.
           IF WS-PREPAY-AMOUNT = 0
               OR WS-PREPAY-AMOUNT NOT < WS-LOAN-BALANCE
             DISPLAY "Prepayment must be above zero and below the "
               "outstanding principal - use F to settle in full."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Enter T to keep the installment and shorten the "
             "term, or I to keep the term and lower the "
             "installment: ".
           ACCEPT WS-RECAST-CHOICE.
           IF WS-RECAST-CHOICE NOT = 'T' AND WS-RECAST-CHOICE NOT = 'I'
             DISPLAY "Invalid choice - prepayment cancelled."
             PERFORM MAIN-PROCEDURE
           END-IF.
           MOVE WS-PREPAY-AMOUNT TO WS-PRINCIPAL-PART.
           MOVE WS-PREPAY-AMOUNT TO WS-DEBIT-AMOUNT.
           MOVE 0 TO WS-PAYOFF-INTEREST.
           MOVE 0 TO WS-OVERDUE-PENALTY.
           COMPUTE WS-PREPAY-FEE ROUNDED =
             WS-PREPAY-AMOUNT * WS-PREPAY-FEE-RATE.
           MOVE WS-PREPAY-FEE TO WS-EDIT-FEE.
           DISPLAY "Prepayment fee            " WS-EDIT-FEE.

       SETTLE-LOAN-SCHEDULE.
           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SCHEDULE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ LOAN-SCHEDULE-FILE INTO LOAN-SCHEDULE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF LS-LOAN-ACCOUNT = WS-LOAN-ACCOUNT
                     AND LS-STATUS NOT = 'P'
                   MOVE 'S' TO LS-STATUS
                 END-IF
                 MOVE LOAN-SCHEDULE-RECORD TO SCHEDULE-TMP-RECORD
                 WRITE SCHEDULE-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE SCHEDULE-TMP-FILE.
           PERFORM COPY-BACK-SCHEDULE.

       RECAST-LOAN-SCHEDULE.
           MOVE 0 TO WS-RECAST-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ LOAN-SCHEDULE-FILE INTO LOAN-SCHEDULE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF LS-LOAN-ACCOUNT = WS-LOAN-ACCOUNT
                     AND LS-STATUS = 'O'
                     AND LS-DUE-DATE > WS-PROCESSING-DATE
                     AND WS-RECAST-COUNT < 360
                   ADD 1 TO WS-RECAST-COUNT
                   MOVE LS-DUE-DATE TO
                     WS-RC-DUE-DATE(WS-RECAST-COUNT)
                   MOVE LS-PRINCIPAL-DUE TO
                     WS-RC-PRINCIPAL(WS-RECAST-COUNT)
                   MOVE LS-INTEREST-DUE TO
                     WS-RC-INTEREST(WS-RECAST-COUNT)
                   MOVE 'Y' TO WS-RC-KEEP(WS-RECAST-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LOAN-SCHEDULE-FILE.
           IF WS-RECAST-COUNT = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MONTHLY-RATE ROUNDED =
             WS-ANNUAL-RATE / 12.
           COMPUTE WS-OUTSTANDING =
             WS-LOAN-BALANCE - WS-PRINCIPAL-PART.
           IF WS-RECAST-CHOICE = 'T'
             COMPUTE WS-MONTHLY-PAYMENT =
               WS-RC-PRINCIPAL(1) + WS-RC-INTEREST(1)
           ELSE
             MOVE WS-OUTSTANDING TO WS-PRINCIPAL
             MOVE WS-RECAST-COUNT TO WS-TERM-MONTHS
             PERFORM COMPUTE-MONTHLY-PAYMENT
           END-IF.

           PERFORM VARYING WS-RECAST-IDX FROM 1 BY 1
               UNTIL WS-RECAST-IDX > WS-RECAST-COUNT
             IF WS-OUTSTANDING = 0
               MOVE 'N' TO WS-RC-KEEP(WS-RECAST-IDX)
             ELSE
               COMPUTE WS-INSTALLMENT-INTEREST ROUNDED =
                 WS-OUTSTANDING * WS-MONTHLY-RATE
               MOVE 0 TO WS-INSTALLMENT-PRINCIPAL
               IF WS-RECAST-IDX = WS-RECAST-COUNT
                 MOVE WS-OUTSTANDING TO WS-INSTALLMENT-PRINCIPAL
               ELSE
                 IF WS-MONTHLY-PAYMENT > WS-INSTALLMENT-INTEREST
                   COMPUTE WS-INSTALLMENT-PRINCIPAL =
                     WS-MONTHLY-PAYMENT - WS-INSTALLMENT-INTEREST
                 END-IF
                 IF WS-INSTALLMENT-PRINCIPAL > WS-OUTSTANDING
                   MOVE WS-OUTSTANDING TO WS-INSTALLMENT-PRINCIPAL
                 END-IF
               END-IF
               SUBTRACT WS-INSTALLMENT-PRINCIPAL FROM WS-OUTSTANDING
               MOVE WS-INSTALLMENT-PRINCIPAL TO
                 WS-RC-PRINCIPAL(WS-RECAST-IDX)
               MOVE WS-INSTALLMENT-INTEREST TO
                 WS-RC-INTEREST(WS-RECAST-IDX)
               ADD 1 TO WS-KEPT-COUNT
               MOVE WS-RC-DUE-DATE(WS-RECAST-IDX) TO WS-LAST-DUE-DATE
             END-IF
           END-PERFORM.

           OPEN INPUT LOAN-SCHEDULE-FILE.
           OPEN OUTPUT SCHEDULE-TMP-FILE.
           MOVE 0 TO WS-RECAST-IDX.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ LOAN-SCHEDULE-FILE INTO LOAN-SCHEDULE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 PERFORM RECAST-ONE-INSTALLMENT
             END-READ
           END-PERFORM.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE SCHEDULE-TMP-FILE.
           PERFORM COPY-BACK-SCHEDULE.

       RECAST-ONE-INSTALLMENT.
           IF LS-LOAN-ACCOUNT = WS-LOAN-ACCOUNT
               AND LS-STATUS = 'O'
               AND LS-DUE-DATE > WS-PROCESSING-DATE
               AND WS-RECAST-IDX < WS-RECAST-COUNT
             ADD 1 TO WS-RECAST-IDX
             IF WS-RC-KEEP(WS-RECAST-IDX) = 'N'
               EXIT PARAGRAPH
             END-IF
             MOVE WS-RC-PRINCIPAL(WS-RECAST-IDX) TO LS-PRINCIPAL-DUE
             MOVE WS-RC-INTEREST(WS-RECAST-IDX) TO LS-INTEREST-DUE
           END-IF.
           MOVE LOAN-SCHEDULE-RECORD TO SCHEDULE-TMP-RECORD.
           WRITE SCHEDULE-TMP-RECORD.

       COPY-BACK-SCHEDULE.
           OPEN OUTPUT LOAN-SCHEDULE-FILE.
           OPEN INPUT SCHEDULE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ SCHEDULE-TMP-FILE INTO SCHEDULE-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE SCHEDULE-TMP-RECORD TO LOAN-SCHEDULE-RECORD
                 WRITE LOAN-SCHEDULE-RECORD
             END-READ
           END-PERFORM.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE SCHEDULE-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-SCHEDULE-TMP-NAME.

       POST-PREPAYMENT.
           OPEN I-O ACCOUNTS-FILE.
           MOVE WS-REPAYMENT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER.
           MOVE ACCOUNT-BALANCE TO WS-SETTLE-OLD-BALANCE.
           SUBTRACT WS-DEBIT-AMOUNT FROM ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-SETTLE-NEW-BALANCE.
           SUBTRACT WS-PREPAY-FEE FROM ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-FEE-NEW-BALANCE.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-SETTLE-BRANCH.

           MOVE WS-LOAN-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER.
           MOVE ACCOUNT-BALANCE TO WS-LOAN-BALANCE.
           SUBTRACT WS-PRINCIPAL-PART FROM ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-LOAN-NEW-BALANCE.
           IF WS-PAYOFF-CHOICE = 'F'
             MOVE 'C' TO ACCOUNT-STATUS
           ELSE
             IF WS-KEPT-COUNT > 0
               COMPUTE TERM-MONTHS =
                 TERM-MONTHS - WS-RECAST-COUNT + WS-KEPT-COUNT
               MOVE WS-LAST-DUE-DATE TO MATURITY-DATE
             END-IF
           END-IF.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-LOAN-BRANCH.
           CLOSE ACCOUNTS-FILE.

       LOG-PREPAYMENT.
           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-POSTING-REFERENCE.

           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-POSTING-REFERENCE TO LOG-REFERENCE.
           MOVE 0 TO LOG-ORIGINAL-REFERENCE.
           MOVE WS-REPAYMENT-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE "DR" TO LOG-TRANSACTION-TYPE.
           MOVE WS-DEBIT-AMOUNT TO LOG-AMOUNT.
           MOVE WS-SETTLE-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-SETTLE-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-SETTLE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           IF WS-PREPAY-FEE > 0
             MOVE "FE" TO LOG-TRANSACTION-TYPE
             MOVE WS-PREPAY-FEE TO LOG-AMOUNT
             MOVE WS-SETTLE-NEW-BALANCE TO LOG-OLD-BALANCE
             MOVE WS-FEE-NEW-BALANCE TO LOG-NEW-BALANCE
             MOVE WS-SETTLE-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
           END-IF.

           MOVE WS-LOAN-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-LOAN-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-LOAN-BALANCE TO LOG-NEW-BALANCE.
           IF WS-OVERDUE-PENALTY > 0
             MOVE "LP" TO LOG-TRANSACTION-TYPE
             MOVE WS-OVERDUE-PENALTY TO LOG-AMOUNT
             MOVE WS-LOAN-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           IF WS-PAYOFF-INTEREST > 0
             MOVE "LI" TO LOG-TRANSACTION-TYPE
             MOVE WS-PAYOFF-INTEREST TO LOG-AMOUNT
             MOVE WS-LOAN-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           MOVE "LR" TO LOG-TRANSACTION-TYPE.
           MOVE WS-PRINCIPAL-PART TO LOG-AMOUNT.
           MOVE WS-LOAN-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-LOAN-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
           DISPLAY "Prepayment posted under reference "
             WS-POSTING-REFERENCE ".".

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

       MAINTAIN-COLLATERAL.
           DISPLAY "Collateral: 1=Register item, 2=Link to loan, "
             "3=Revalue item, 4=Release link, 5=List for a loan".
           ACCEPT WS-COLLATERAL-ACTION.
           EVALUATE WS-COLLATERAL-ACTION
             WHEN 1
               PERFORM REGISTER-COLLATERAL
             WHEN 2
               PERFORM LINK-COLLATERAL
             WHEN 3
               PERFORM REVALUE-COLLATERAL
             WHEN 4
               PERFORM RELEASE-COLLATERAL-LINK
             WHEN 5
               PERFORM LIST-LOAN-COLLATERAL
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       REGISTER-COLLATERAL.
           DISPLAY "Enter collateral type (RE=property, VH=vehicle, "
             "DP=deposit, SE=securities, OT=other)".
           ACCEPT WS-COL-TYPE.
           IF WS-COL-TYPE NOT = 'RE' AND WS-COL-TYPE NOT = 'VH'
               AND WS-COL-TYPE NOT = 'DP' AND WS-COL-TYPE NOT = 'SE'
               AND WS-COL-TYPE NOT = 'OT'
             DISPLAY "Unknown collateral type - nothing registered."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter description".
           ACCEPT WS-COL-DESCRIPTION.
           DISPLAY "Enter valuation amount".
           ACCEPT WS-COL-VALUE.
           IF WS-COL-VALUE = 0
             DISPLAY "Valuation amount cannot be zero - nothing "
               "registered."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter valuation date (YYYYMMDD, spaces for "
             "today)".
           ACCEPT WS-COL-VALUATION-DATE.
           IF WS-COL-VALUATION-DATE = SPACES
             MOVE WS-PROCESSING-DATE TO WS-COL-VALUATION-DATE
           END-IF.
           PERFORM ACCEPT-REVALUATION-DUE.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-NEXT-COLLATERAL-ID.
           OPEN EXTEND COLLATERAL-FILE.
           IF WS-COLLATERAL-FILE-STATUS = '35'
             OPEN OUTPUT COLLATERAL-FILE
           END-IF.
           IF WS-COLLATERAL-FILE-STATUS NOT = '00'
             DISPLAY "Could not open collateral register, status "
               WS-COLLATERAL-FILE-STATUS "."
             PERFORM RELEASE-LOCK
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-COL-ID TO COL-ID.
           MOVE WS-COL-TYPE TO COL-TYPE.
           MOVE WS-COL-DESCRIPTION TO COL-DESCRIPTION.
           MOVE WS-COL-VALUE TO COL-VALUE.
           MOVE WS-COL-VALUATION-DATE TO COL-VALUATION-DATE.
           MOVE WS-COL-REVAL-DUE TO COL-REVAL-DUE.
           WRITE COLLATERAL-RECORD.
           CLOSE COLLATERAL-FILE.
           PERFORM RELEASE-LOCK.
           DISPLAY "Collateral item " WS-COL-ID " registered, "
             "revaluation due " WS-COL-REVAL-DUE ".".

           DISPLAY "Enter loan account to link it to (spaces for "
             "none)".
           ACCEPT WS-LOAN-ACCOUNT.
           IF WS-LOAN-ACCOUNT NOT = SPACES
             PERFORM ADD-COLLATERAL-LINK
           END-IF.

       ACCEPT-REVALUATION-DUE.
           DISPLAY "Enter revaluation due date (YYYYMMDD, spaces for "
             "twelve months after valuation)".
           ACCEPT WS-COL-REVAL-DUE.
           IF WS-COL-REVAL-DUE = SPACES
             MOVE WS-COL-VALUATION-DATE TO WS-DUE-DATE-WORK
             PERFORM ADVANCE-DUE-DATE 12 TIMES
             MOVE WS-DUE-DATE-WORK TO WS-COL-REVAL-DUE
           END-IF.

       FIND-NEXT-COLLATERAL-ID.
           MOVE 0 TO WS-COL-ID.
           OPEN INPUT COLLATERAL-FILE.
           IF WS-COLLATERAL-FILE-STATUS NOT = '00'
             MOVE 1 TO WS-COL-ID
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COLLATERAL-FILE INTO COLLATERAL-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF COL-ID > WS-COL-ID
                   MOVE COL-ID TO WS-COL-ID
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COLLATERAL-FILE.
           ADD 1 TO WS-COL-ID.

       FIND-COLLATERAL-ITEM.
           SET WS-COL-FOUND-SWITCH TO 'N'.
           OPEN INPUT COLLATERAL-FILE.
           IF WS-COLLATERAL-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COLLATERAL-FILE INTO COLLATERAL-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF COL-ID = WS-COL-ID
                   SET WS-COL-FOUND-SWITCH TO 'Y'
                   MOVE COL-TYPE TO WS-COL-TYPE
                   MOVE COL-DESCRIPTION TO WS-COL-DESCRIPTION
                   MOVE COL-VALUE TO WS-COL-VALUE
                   MOVE COL-VALUATION-DATE TO WS-COL-VALUATION-DATE
                   MOVE COL-REVAL-DUE TO WS-COL-REVAL-DUE
                   SET EOF-LOOP-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COLLATERAL-FILE.

       LINK-COLLATERAL.
           DISPLAY "Enter collateral item number".
           ACCEPT WS-COL-ID.
           DISPLAY "Enter loan account number".
           ACCEPT WS-LOAN-ACCOUNT.
           PERFORM ADD-COLLATERAL-LINK.

       ADD-COLLATERAL-LINK.
           PERFORM FIND-COLLATERAL-ITEM.
           IF WS-COL-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Collateral item " WS-COL-ID " not on the "
               "register."
             EXIT PARAGRAPH
           END-IF.
           SET WS-LOAN-OK-SWITCH TO 'N'.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS = '00'
             MOVE WS-LOAN-ACCOUNT TO ACCOUNT-NUMBER
             READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF ACCOUNT-TYPE = 'L' AND ACCOUNT-STATUS = 'A'
                   SET WS-LOAN-OK-SWITCH TO 'Y'
                 END-IF
             END-READ
             CLOSE ACCOUNTS-FILE
           END-IF.
           IF WS-LOAN-OK-SWITCH NOT = 'Y'
             DISPLAY "Account " WS-LOAN-ACCOUNT
               " is not an active loan."
             EXIT PARAGRAPH
           END-IF.

           SET WS-LINK-FOUND-SWITCH TO 'N'.
           OPEN INPUT COLLATERAL-LINK-FILE.
           IF WS-LINK-FILE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ COLLATERAL-LINK-FILE INTO COLLATERAL-LINK-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF CLK-COLLATERAL-ID = WS-COL-ID
                       AND CLK-LOAN-ACCOUNT = WS-LOAN-ACCOUNT
                       AND CLK-STATUS = 'A'
                     SET WS-LINK-FOUND-SWITCH TO 'Y'
                   END-IF
               END-READ
             END-PERFORM
             CLOSE COLLATERAL-LINK-FILE
           END-IF.
           IF WS-LINK-FOUND-SWITCH = 'Y'
             DISPLAY "Collateral item " WS-COL-ID
               " already secures loan " WS-LOAN-ACCOUNT "."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND COLLATERAL-LINK-FILE.
           IF WS-LINK-FILE-STATUS = '35'
             OPEN OUTPUT COLLATERAL-LINK-FILE
           END-IF.
           IF WS-LINK-FILE-STATUS NOT = '00'
             DISPLAY "Could not open collateral link file, status "
               WS-LINK-FILE-STATUS "."
             PERFORM RELEASE-LOCK
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-COL-ID TO CLK-COLLATERAL-ID.
           MOVE WS-LOAN-ACCOUNT TO CLK-LOAN-ACCOUNT.
           MOVE WS-PROCESSING-DATE TO CLK-LINK-DATE.
           MOVE 'A' TO CLK-STATUS.
           MOVE SPACES TO CLK-RELEASE-DATE.
           WRITE COLLATERAL-LINK-RECORD.
           CLOSE COLLATERAL-LINK-FILE.
           PERFORM RELEASE-LOCK.
           DISPLAY "Collateral item " WS-COL-ID " now secures loan "
             WS-LOAN-ACCOUNT ".".

       REVALUE-COLLATERAL.
           DISPLAY "Enter collateral item number".
           ACCEPT WS-COL-ID.
           PERFORM FIND-COLLATERAL-ITEM.
           IF WS-COL-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Collateral item " WS-COL-ID " not on the "
               "register."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-COL-VALUE TO WS-EDIT-AMOUNT.
           DISPLAY WS-COL-TYPE " " WS-COL-DESCRIPTION " valued "
             WS-EDIT-AMOUNT " on " WS-COL-VALUATION-DATE.
           DISPLAY "Enter new valuation amount".
           ACCEPT WS-COL-VALUE.
           IF WS-COL-VALUE = 0
             DISPLAY "Valuation amount cannot be zero - "
               "revaluation cancelled."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROCESSING-DATE TO WS-COL-VALUATION-DATE.
           PERFORM ACCEPT-REVALUATION-DUE.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT COLLATERAL-FILE.
           OPEN OUTPUT COLLATERAL-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COLLATERAL-FILE INTO COLLATERAL-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF COL-ID = WS-COL-ID
                   MOVE WS-COL-VALUE TO COL-VALUE
                   MOVE WS-COL-VALUATION-DATE TO COL-VALUATION-DATE
                   MOVE WS-COL-REVAL-DUE TO COL-REVAL-DUE
                 END-IF
                 MOVE COLLATERAL-RECORD TO COLLATERAL-TMP-RECORD
                 WRITE COLLATERAL-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE COLLATERAL-FILE.
           CLOSE COLLATERAL-TMP-FILE.

           OPEN OUTPUT COLLATERAL-FILE.
           OPEN INPUT COLLATERAL-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COLLATERAL-TMP-FILE INTO COLLATERAL-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE COLLATERAL-TMP-RECORD TO COLLATERAL-RECORD
                 WRITE COLLATERAL-RECORD
             END-READ
           END-PERFORM.
           CLOSE COLLATERAL-FILE.
           CLOSE COLLATERAL-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-COLLATERAL-TMP-NAME.
           PERFORM RELEASE-LOCK.
           MOVE WS-COL-VALUE TO WS-EDIT-AMOUNT.
           DISPLAY "Collateral item " WS-COL-ID " revalued at "
             WS-EDIT-AMOUNT ", next revaluation due "
             WS-COL-REVAL-DUE ".".

       RELEASE-COLLATERAL-LINK.
           DISPLAY "Enter collateral item number".
           ACCEPT WS-COL-ID.
           DISPLAY "Enter loan account number".
           ACCEPT WS-LOAN-ACCOUNT.
           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           PERFORM RELEASE-LOAN-COLLATERAL.
           PERFORM RELEASE-LOCK.
           IF WS-RELEASED-COUNT = 0
             DISPLAY "No active link between item " WS-COL-ID
               " and loan " WS-LOAN-ACCOUNT "."
           ELSE
             DISPLAY "Collateral item " WS-COL-ID
               " released from loan " WS-LOAN-ACCOUNT "."
           END-IF.

       RELEASE-LOAN-COLLATERAL.
           MOVE 0 TO WS-RELEASED-COUNT.
           OPEN INPUT COLLATERAL-LINK-FILE.
           IF WS-LINK-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LINK-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COLLATERAL-LINK-FILE INTO COLLATERAL-LINK-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CLK-LOAN-ACCOUNT = WS-LOAN-ACCOUNT
                     AND CLK-STATUS = 'A'
                     AND (WS-COL-ID = 0
                       OR CLK-COLLATERAL-ID = WS-COL-ID)
                   MOVE 'R' TO CLK-STATUS
                   MOVE WS-PROCESSING-DATE TO CLK-RELEASE-DATE
                   ADD 1 TO WS-RELEASED-COUNT
                 END-IF
                 MOVE COLLATERAL-LINK-RECORD TO LINK-TMP-RECORD
                 WRITE LINK-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE COLLATERAL-LINK-FILE.
           CLOSE LINK-TMP-FILE.

           OPEN OUTPUT COLLATERAL-LINK-FILE.
           OPEN INPUT LINK-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ LINK-TMP-FILE INTO LINK-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE LINK-TMP-RECORD TO COLLATERAL-LINK-RECORD
                 WRITE COLLATERAL-LINK-RECORD
             END-READ
           END-PERFORM.
           CLOSE COLLATERAL-LINK-FILE.
           CLOSE LINK-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-LINK-TMP-NAME.

       LIST-LOAN-COLLATERAL.
           DISPLAY "Enter loan account number".
           ACCEPT WS-LOAN-ACCOUNT.
           MOVE 0 TO WS-SCHEDULE-LINES.
           OPEN INPUT COLLATERAL-LINK-FILE.
           IF WS-LINK-FILE-STATUS NOT = '00'
             DISPLAY "No collateral links on file."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "ITEM   TP DESCRIPTION                    "
             "VALUATION      VALUED   REVAL DUE ST".
           SET LINK-EOF-SWITCH TO 'N'.
           PERFORM UNTIL LINK-EOF-SWITCH = 'Y'
             READ COLLATERAL-LINK-FILE INTO COLLATERAL-LINK-RECORD
               AT END
                 SET LINK-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF CLK-LOAN-ACCOUNT = WS-LOAN-ACCOUNT
                   ADD 1 TO WS-SCHEDULE-LINES
                   MOVE CLK-COLLATERAL-ID TO WS-COL-ID
                   PERFORM FIND-COLLATERAL-ITEM
                   MOVE WS-COL-VALUE TO WS-EDIT-AMOUNT
                   DISPLAY WS-COL-ID " " WS-COL-TYPE " "
                     WS-COL-DESCRIPTION " " WS-EDIT-AMOUNT " "
                     WS-COL-VALUATION-DATE " " WS-COL-REVAL-DUE
                     " " CLK-STATUS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COLLATERAL-LINK-FILE.
           IF WS-SCHEDULE-LINES = 0
             DISPLAY "No collateral recorded against loan "
               WS-LOAN-ACCOUNT "."
           END-IF.

       ASSIGN-ACCOUNT-NUMBER.
           SET WS-ACCTNO-VALID-SWITCH TO 'N'.
           MOVE 0 TO WS-ASSIGN-TRIES.
